      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Control de entrega de notas de un termino del
      *calendario escolar CICLO.DAT, para vicedireccion. Por cada
      *docente (MATDOC.DAT dice quien dicta cada materia en el anio)
      *y cada materia/curso cuenta los alumnos inscriptos en
      *INSCRIPCIONES.DAT y cuantos de ellos ya tienen alguna nota de
      *NOTANEW.DAT dentro del termino (las notas de mesa no cuentan),
      *con el porcentaje completo y los dias que faltan para la fecha
      *limite de entrega del termino (cargada en CICLMANT; negativo
      *si ya vencio). Al final lista aparte los cursos en 0% y los
      *cursos incompletos con la entrega vencida. El curso de cada
      *alumno sale de ALUMNOS.DAT; no se cuentan los dados de baja
      *antes del termino. Sale por pantalla y en ENTRNOTA.LIS via
      *RUTLIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ENTRNOTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-DOCENTES     ASSIGN TO DISK 'DOCENTES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-DOCENTES.

       SELECT OPTIONAL ASIGNACION  ASSIGN TO DISK 'MATDOC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASIGNACION.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL INSCRIPCIONES
                                   ASSIGN TO DISK 'INSCRIPCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INSCRIP.

       SELECT ENTRADA-NOTAS        ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-DOCENTES.
       01 REG-DOCENTE.
           05 REG-NRO-DOCENTE                  PIC 9(03).
           05 REG-NOMBRE-DOCENTE               PIC X(25).
           05 REG-LEGAJO-DOCENTE               PIC 9(05).
           05 REG-HS-CONTRATO-DOCENTE          PIC 9(02).
           05 REG-HS-MAXIMO-DOCENTE            PIC 9(02).

       FD ASIGNACION.
       01 REG-ASIGNACION.
           05 REG-ASG-NRO-MATERIA              PIC 9(02).
           05 REG-ASG-ANIO                     PIC 9(04).
           05 REG-ASG-NRO-DOCENTE              PIC 9(03).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD INSCRIPCIONES.
       01 REG-INSCRIPCION.
           05 REG-INS-NRO-ALUMNO               PIC 9(04).
           05 REG-INS-NRO-MATERIA              PIC 9(02).
           05 REG-INS-ANIO                     PIC 9(04).

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO               PIC 9(04).
           05 REG-NOT-NRO-MATERIA              PIC 9(02).
           05 REG-NOT-ANIO                     PIC 9(04).
           05 REG-NOT-MES                      PIC 9(02).
           05 REG-NOT-NOTA                     PIC 9(02).
           05 REG-NOT-TIPO                     PIC X(01).
               88 WSS-NOT-RECUPERATORIO                VALUE 'R'.
               88 WSS-NOT-MESA-FINAL                   VALUE 'F'.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-DOCENTES                      PIC X(02).
           88 WSS-FS-DOCENTES-OK                       VALUE '00'.
           88 WSS-FS-DOCENTES-EOF                      VALUE '10'.

       01 WSS-FS-ASIGNACION                    PIC X(02).
           88 WSS-FS-ASIGNACION-OK                     VALUE '00' '05'.
           88 WSS-FS-ASIGNACION-EOF                    VALUE '10'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-INSCRIP                       PIC X(02).
           88 WSS-FS-INSCRIP-OK                        VALUE '00' '05'.
           88 WSS-FS-INSCRIP-EOF                       VALUE '10'.

       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.

      *TERMINO DEL INFORME
       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-TERMINO-E                        PIC 9(01).
       01 WSV-USAR-TERMINO-E                   PIC X(01).
       01 WSV-TERMINO-TOMADO                   PIC X(01).
           88 WSS-TERMINO-TOMADO                       VALUE 'S'.
       01 WSV-FECHA-DESDE                      PIC 9(08).
       01 WSV-FECHA-HASTA                      PIC 9(08).
       01 WSV-FECHA-ENTREGA                    PIC 9(08).
       01 WSV-PERIODO-DESDE                    PIC 9(06).
       01 WSV-PERIODO-HASTA                    PIC 9(06).
       01 WSV-PERIODO-NOTA                     PIC 9(06).
       01 WSV-PERIODO-BAJA                     PIC 9(06).
       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-DIAS-RESTANTES                   PIC S9(05) VALUE 0.
       01 WSV-ENTREGA-VENCIDA                  PIC X(01) VALUE 'N'.
           88 WSS-ENTREGA-VENCIDA                      VALUE 'S'.
       01 WSV-SUB-TE                           PIC S9(4) COMP.

      *DOCENTES DE DOCENTES.DAT
       01 WSC-MAX-DOCENTES                     PIC 9(03) VALUE 100.
       01 WSV-CONT-DOCENTES                    PIC S9(4) COMP VALUE 0.
       01 WST-DOCENTES.
           05 WST-DOCENTE         OCCURS 100 TIMES INDEXED BY IND-DO.
               10 WST-DO-NRO                   PIC 9(03).
               10 WST-DO-NOMBRE                PIC X(25).

      *DOCENTE QUE DICTA CADA MATERIA EN EL ANIO (POR NRO DE MATERIA)
       01 WST-DOCENTE-MATERIA                  PIC 9(03)
                                               OCCURS 99 TIMES.

      *ALUMNOS CON SU CURSO
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 500.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 500 TIMES INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-CURSO                 PIC X(02).

      *INSCRIPCIONES DEL ANIO, MARCADAS CUANDO EL ALUMNO TIENE NOTA
      *EN EL TERMINO
       01 WSC-MAX-INSCRIP                      PIC 9(04) VALUE 3000.
       01 WSV-CONT-INSCRIP                     PIC S9(4) COMP VALUE 0.
       01 WST-INSCRIPCIONES.
           05 WST-INSCRIP         OCCURS 3000 TIMES INDEXED BY IND-IN.
               10 WST-IN-NRO-ALUMNO            PIC 9(04).
               10 WST-IN-NRO-MATERIA           PIC 9(02).
               10 WST-IN-CURSO                 PIC X(02).
               10 WST-IN-CON-NOTA              PIC X(01).
                   88 WSS-IN-CON-NOTA                  VALUE 'S'.

      *TOTALES POR MATERIA Y CURSO
       01 WSC-MAX-MAT-CURSO                    PIC 9(03) VALUE 200.
       01 WSV-CONT-MAT-CURSO                   PIC S9(4) COMP VALUE 0.
       01 WST-MATERIAS-CURSO.
           05 WST-MAT-CURSO       OCCURS 200 TIMES INDEXED BY IND-MC.
               10 WST-MC-NRO-MATERIA           PIC 9(02).
               10 WST-MC-CURSO                 PIC X(02).
               10 WST-MC-NRO-DOCENTE           PIC 9(03).
               10 WST-MC-INSCRIPTOS            PIC 9(03).
               10 WST-MC-CON-NOTA              PIC 9(03).
               10 WST-MC-PORCENTAJE            PIC 9(03).
               10 WST-MC-LISTADO               PIC X(01).
                   88 WSS-MC-LISTADO                   VALUE 'S'.

       01 WSV-ENCONTRADO                       PIC X(01).
           88 WSS-ENCONTRADO                           VALUE 'S'.
       01 WSV-DOCENTE-ACTUAL                   PIC 9(03).
       01 WSV-CONT-CURSOS-DOCENTE              PIC 9(03).

       01 WSV-CONT-COMPLETOS                   PIC 9(03) VALUE 0.
       01 WSV-CONT-EN-CERO                     PIC 9(03) VALUE 0.
       01 WSV-CONT-VENCIDOS                    PIC 9(03) VALUE 0.
       01 WSV-CONT-INS-OMITIDAS                PIC 9(04) VALUE 0.
       01 WSV-TOT-INSCRIPTOS                   PIC 9(05) VALUE 0.
       01 WSV-TOT-CON-NOTA                     PIC 9(05) VALUE 0.
       01 WSV-TOT-PORCENTAJE                   PIC 9(03) VALUE 0.
       01 WSV-CANT-MAT-CURSO                   PIC 9(03) VALUE 0.
       01 WSV-DIAS-EDIT                        PIC -(4)9.
       01 WSV-DIAS-COLUMNA                     PIC X(08).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTCICLO                        PIC X(08)
                                                       VALUE "RUTCICLO".
       COPY REG-CICLO.
       01  WSC-RUTDIAS                         PIC X(08)
                                                       VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-DOCENTE.
           05 FILLER                           PIC X(08)
                                                       VALUE 'DOCENTE '.
           05 WSV-DOC-NRO-R                    PIC 9(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-DOC-NOMBRE-R                 PIC X(25).
       01 WSV-TITULO-CURSOS.
           05 FILLER                           PIC X(35)
                       VALUE '  MAT DESCRIPCION           CURSO'.
           05 FILLER                           PIC X(40)
                       VALUE 'INSCRIPTOS CON NOTA    %  DIAS'.
       01 WSV-LINEA-CURSO.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-CUR-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-CUR-DESCRIP-R                PIC X(20).
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-CUR-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(08) VALUE SPACES.
           05 WSV-CUR-INSCRIPTOS-R             PIC ZZ9.
           05 FILLER                           PIC X(06) VALUE SPACES.
           05 WSV-CUR-CON-NOTA-R               PIC ZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-CUR-PORCENTAJE-R             PIC ZZ9.
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-CUR-DIAS-R                   PIC X(08).
       01 WSV-TITULO-PENDIENTES.
           05 FILLER                           PIC X(35)
                       VALUE 'DOC NOMBRE               MAT CURSO'.
           05 FILLER                           PIC X(40)
                       VALUE 'INSCRIPTOS CON NOTA    %  DIAS'.
       01 WSV-LINEA-PENDIENTE.
           05 WSV-PEN-DOCENTE-R                PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-PEN-NOMBRE-R                 PIC X(20).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-PEN-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-PEN-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(12) VALUE SPACES.
           05 WSV-PEN-INSCRIPTOS-R             PIC ZZ9.
           05 FILLER                           PIC X(06) VALUE SPACES.
           05 WSV-PEN-CON-NOTA-R               PIC ZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-PEN-PORCENTAJE-R             PIC ZZ9.
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-PEN-DIAS-R                   PIC X(08).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 20000-CARGAR-DOCENTES
           PERFORM 22000-CARGAR-ASIGNACIONES
           PERFORM 24000-CARGAR-ALUMNOS
           PERFORM 26000-CARGAR-INSCRIPCIONES
           PERFORM 30000-MARCAR-NOTAS
           PERFORM 35000-SUMAR-MATERIAS-CURSO
           PERFORM 40000-EMITIR-INFORME
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS, PIDE EL TERMINO Y CALCULA LOS DIAS
      *QUE FALTAN PARA SU FECHA LIMITE DE ENTREGA
       10000-INICIO.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 11000-INGRESAR-TERMINO
           PERFORM 12000-BUSCAR-TERMINO
           PERFORM 13000-CALCULAR-DIAS.

      *OFRECE EL TERMINO ACTUAL DEL CALENDARIO ESCOLAR; SI NO SE
      *TOMA, PIDE ANIO Y NUMERO DE TERMINO
       11000-INGRESAR-TERMINO.
           MOVE 'N' TO WSV-TERMINO-TOMADO
           SET WSS-CICLO-ACTUAL TO TRUE
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-DENTRO
               DISPLAY 'TERMINO ACTUAL: ' REG-CICLO-TERMINO-R ' DE '
                       REG-CICLO-ANIO-R ' (' REG-CICLO-DESDE-R
                       ' A ' REG-CICLO-HASTA-R ')'
               DISPLAY 'CONTROLAR EL TERMINO ACTUAL (S/N)? '
               ACCEPT WSV-USAR-TERMINO-E
               IF WSV-USAR-TERMINO-E = 'S'
                       OR WSV-USAR-TERMINO-E = 's'
                   SET WSS-TERMINO-TOMADO TO TRUE
                   MOVE REG-CICLO-ANIO-R TO WSV-ANIO-E
                   MOVE REG-CICLO-TERMINO-R TO WSV-TERMINO-E
               END-IF
           END-IF
           IF NOT WSS-TERMINO-TOMADO
               DISPLAY 'INGRESE ANIO DEL CICLO (AAAA): '
               ACCEPT WSV-ANIO-E
               DISPLAY 'INGRESE NRO DE TERMINO: '
               ACCEPT WSV-TERMINO-E
           END-IF.

      *TRAE LOS TERMINOS DEL ANIO VIA RUTCICLO Y TOMA LAS FECHAS Y
      *LA FECHA LIMITE DEL TERMINO PEDIDO
       12000-BUSCAR-TERMINO.
           SET WSS-CICLO-ESTADO-ANIO TO TRUE
           COMPUTE REG-CICLO-PERIODO-E = WSV-ANIO-E * 100 + 1
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING WSV-SUB-TE FROM 1 BY 1
                   UNTIL WSV-SUB-TE > REG-CICLO-CANT-R
                       OR WSS-ENCONTRADO
               IF REG-CICLO-TE-TERMINO-R(WSV-SUB-TE) = WSV-TERMINO-E
                   SET WSS-ENCONTRADO TO TRUE
                   MOVE REG-CICLO-TE-DESDE-R(WSV-SUB-TE)
                       TO WSV-FECHA-DESDE
                   MOVE REG-CICLO-TE-HASTA-R(WSV-SUB-TE)
                       TO WSV-FECHA-HASTA
                   MOVE REG-CICLO-TE-ENTREGA-R(WSV-SUB-TE)
                       TO WSV-FECHA-ENTREGA
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               DISPLAY 'EL TERMINO ' WSV-TERMINO-E ' DE ' WSV-ANIO-E
                       ' NO ESTA EN EL CALENDARIO (CICLMANT)'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-FECHA-DESDE(1:6) TO WSV-PERIODO-DESDE
           MOVE WSV-FECHA-HASTA(1:6) TO WSV-PERIODO-HASTA.

      *DIAS DESDE HOY HASTA LA FECHA LIMITE (VIA RUTDIAS); NEGATIVO
      *SI YA VENCIO. SIN FECHA LIMITE CARGADA NO HAY VENCIMIENTO
       13000-CALCULAR-DIAS.
           IF WSV-FECHA-ENTREGA NOT= 0
               SET WSS-DIAS-DIFERENCIA TO TRUE
               MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA
               MOVE WSV-FECHA-ENTREGA TO REG-DIAS-FECHA-HASTA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF WSS-DIAS-OK
                   MOVE REG-DIAS-DIFERENCIA TO WSV-DIAS-RESTANTES
                   IF WSV-DIAS-RESTANTES < 0
                       SET WSS-ENTREGA-VENCIDA TO TRUE
                   END-IF
               ELSE
                   DISPLAY 'FECHA LIMITE DE ENTREGA INVALIDA: '
                           WSV-FECHA-ENTREGA
                   MOVE 0 TO WSV-FECHA-ENTREGA
               END-IF
           END-IF.

      *LEE DOCENTES.DAT COMPLETO
       20000-CARGAR-DOCENTES.
           OPEN INPUT ENTRADA-DOCENTES
           IF NOT WSS-FS-DOCENTES-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE DOCENTES'
               DISPLAY 'FILE STATUS ' WSS-FS-DOCENTES
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-DOCENTE
               UNTIL WSS-FS-DOCENTES-EOF
           CLOSE ENTRADA-DOCENTES.

       21000-LEER-Y-CARGAR-DOCENTE.
           READ ENTRADA-DOCENTES
           IF WSS-FS-DOCENTES-OK
               IF WSV-CONT-DOCENTES >= WSC-MAX-DOCENTES
                   DISPLAY 'TABLA DE DOCENTES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-DOCENTES
               ELSE
                   ADD 1 TO WSV-CONT-DOCENTES
                   SET IND-DO TO WSV-CONT-DOCENTES
                   MOVE REG-NRO-DOCENTE TO WST-DO-NRO(IND-DO)
                   MOVE REG-NOMBRE-DOCENTE TO WST-DO-NOMBRE(IND-DO)
               END-IF
           END-IF.

      *TOMA DE MATDOC.DAT EL DOCENTE DE CADA MATERIA EN EL ANIO DEL
      *TERMINO; UNA MATERIA SIN ASIGNAR QUEDA CON DOCENTE CERO
       22000-CARGAR-ASIGNACIONES.
           PERFORM VARYING WSV-SUB-TE FROM 1 BY 1
                   UNTIL WSV-SUB-TE > 99
               MOVE 0 TO WST-DOCENTE-MATERIA(WSV-SUB-TE)
           END-PERFORM
           OPEN INPUT ASIGNACION
           IF NOT WSS-FS-ASIGNACION-OK
               DISPLAY 'ERROR EN EL OPEN DE MATDOC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ASIGNACION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 23000-LEER-ASIGNACION UNTIL WSS-FS-ASIGNACION-EOF
           CLOSE ASIGNACION.

       23000-LEER-ASIGNACION.
           READ ASIGNACION
           IF WSS-FS-ASIGNACION-OK AND REG-ASG-ANIO = WSV-ANIO-E
                   AND REG-ASG-NRO-MATERIA > 0
               MOVE REG-ASG-NRO-DOCENTE
                   TO WST-DOCENTE-MATERIA(REG-ASG-NRO-MATERIA)
           END-IF.

      *LEE ALUMNOS.DAT Y GUARDA EL CURSO DE CADA ALUMNO, SIN LOS
      *DADOS DE BAJA ANTES DEL TERMINO
       24000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 25000-LEER-Y-CARGAR-ALUMNO UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS.

       25000-LEER-Y-CARGAR-ALUMNO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK
               MOVE REG-ALU-FECHA-BAJA(1:6) TO WSV-PERIODO-BAJA
               IF WSS-ALU-BAJA
                       AND WSV-PERIODO-BAJA < WSV-PERIODO-DESDE
                   CONTINUE
               ELSE
                   IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                       DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORAN '
                               'LOS REGISTROS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
                   ELSE
                       ADD 1 TO WSV-CONT-ALUMNOS
                       SET IND-AL TO WSV-CONT-ALUMNOS
                       MOVE REG-ALU-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
                       MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   END-IF
               END-IF
           END-IF
           END-IF.

      *CARGA LAS INSCRIPCIONES DEL ANIO DEL TERMINO CON EL CURSO DEL
      *ALUMNO; LAS DE ALUMNOS QUE NO ESTAN EN LA TABLA SE OMITEN
       26000-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES
           IF NOT WSS-FS-INSCRIP-OK
               DISPLAY 'ERROR EN EL OPEN DE INSCRIPCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-INSCRIP
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 27000-LEER-Y-CARGAR-INSCRIP
               UNTIL WSS-FS-INSCRIP-EOF
           CLOSE INSCRIPCIONES.

       27000-LEER-Y-CARGAR-INSCRIP.
           READ INSCRIPCIONES
           IF WSS-FS-INSCRIP-OK AND REG-INS-ANIO = WSV-ANIO-E
                   AND REG-INS-NRO-MATERIA > 0
               PERFORM 28000-UBICAR-ALUMNO
               IF NOT WSS-ENCONTRADO
                   ADD 1 TO WSV-CONT-INS-OMITIDAS
               ELSE
                   IF WSV-CONT-INSCRIP >= WSC-MAX-INSCRIP
                       DISPLAY 'TABLA DE INSCRIPCIONES LLENA, SE '
                               'IGNORAN LOS REGISTROS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-INSCRIP
                   ELSE
                       ADD 1 TO WSV-CONT-INSCRIP
                       SET IND-IN TO WSV-CONT-INSCRIP
                       MOVE REG-INS-NRO-ALUMNO
                           TO WST-IN-NRO-ALUMNO(IND-IN)
                       MOVE REG-INS-NRO-MATERIA
                           TO WST-IN-NRO-MATERIA(IND-IN)
                       MOVE WST-AL-CURSO(IND-AL) TO WST-IN-CURSO(IND-IN)
                       MOVE 'N' TO WST-IN-CON-NOTA(IND-IN)
                   END-IF
               END-IF
           END-IF.

       28000-UBICAR-ALUMNO.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
                       OR WSS-ENCONTRADO
               IF WST-AL-NRO(IND-AL) = REG-INS-NRO-ALUMNO
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-AL DOWN BY 1
           END-IF.

      *RECORRE NOTANEW.DAT Y MARCA CON NOTA LA INSCRIPCION DE CADA
      *NOTA DEL TERMINO (SIN LAS DE MESA)
       30000-MARCAR-NOTAS.
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-Y-MARCAR-NOTA UNTIL WSS-FS-NOTAS-EOF
           CLOSE ENTRADA-NOTAS.

       31000-LEER-Y-MARCAR-NOTA.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-NOTAS-OK AND NOT WSS-NOT-MESA-FINAL
               COMPUTE WSV-PERIODO-NOTA = REG-NOT-ANIO * 100 +
                       REG-NOT-MES
               IF WSV-PERIODO-NOTA >= WSV-PERIODO-DESDE
                       AND WSV-PERIODO-NOTA <= WSV-PERIODO-HASTA
                   MOVE 'N' TO WSV-ENCONTRADO
                   PERFORM VARYING IND-IN FROM 1 BY 1
                           UNTIL IND-IN > WSV-CONT-INSCRIP
                               OR WSS-ENCONTRADO
                       IF WST-IN-NRO-ALUMNO(IND-IN) =
                               REG-NOT-NRO-ALUMNO
                               AND WST-IN-NRO-MATERIA(IND-IN) =
                                   REG-NOT-NRO-MATERIA
                           SET WSS-ENCONTRADO TO TRUE
                           MOVE 'S' TO WST-IN-CON-NOTA(IND-IN)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           END-IF.

      *JUNTA LAS INSCRIPCIONES POR MATERIA Y CURSO Y CALCULA EL
      *PORCENTAJE DE ALUMNOS CON NOTA
       35000-SUMAR-MATERIAS-CURSO.
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INSCRIP
               PERFORM 36000-SUMAR-INSCRIPCION
           END-PERFORM
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
               COMPUTE WST-MC-PORCENTAJE(IND-MC) =
                       WST-MC-CON-NOTA(IND-MC) * 100 /
                       WST-MC-INSCRIPTOS(IND-MC)
               ADD WST-MC-INSCRIPTOS(IND-MC) TO WSV-TOT-INSCRIPTOS
               ADD WST-MC-CON-NOTA(IND-MC) TO WSV-TOT-CON-NOTA
           END-PERFORM
           IF WSV-TOT-INSCRIPTOS > 0
               COMPUTE WSV-TOT-PORCENTAJE =
                       WSV-TOT-CON-NOTA * 100 / WSV-TOT-INSCRIPTOS
           END-IF.

       36000-SUMAR-INSCRIPCION.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
                       OR WSS-ENCONTRADO
               IF WST-MC-NRO-MATERIA(IND-MC) =
                       WST-IN-NRO-MATERIA(IND-IN)
                       AND WST-MC-CURSO(IND-MC) = WST-IN-CURSO(IND-IN)
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-MC DOWN BY 1
           ELSE
               IF WSV-CONT-MAT-CURSO >= WSC-MAX-MAT-CURSO
                   DISPLAY 'TABLA DE MATERIAS POR CURSO LLENA, SE '
                           'IGNORA LA MATERIA '
                           WST-IN-NRO-MATERIA(IND-IN) ' CURSO '
                           WST-IN-CURSO(IND-IN)
               ELSE
                   ADD 1 TO WSV-CONT-MAT-CURSO
                   SET IND-MC TO WSV-CONT-MAT-CURSO
                   MOVE WST-IN-NRO-MATERIA(IND-IN)
                       TO WST-MC-NRO-MATERIA(IND-MC)
                   MOVE WST-IN-CURSO(IND-IN) TO WST-MC-CURSO(IND-MC)
                   MOVE WST-DOCENTE-MATERIA(WST-IN-NRO-MATERIA(IND-IN))
                       TO WST-MC-NRO-DOCENTE(IND-MC)
                   MOVE 0 TO WST-MC-INSCRIPTOS(IND-MC)
                   MOVE 0 TO WST-MC-CON-NOTA(IND-MC)
                   MOVE 'N' TO WST-MC-LISTADO(IND-MC)
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-IF
           IF WSS-ENCONTRADO
               ADD 1 TO WST-MC-INSCRIPTOS(IND-MC)
               IF WSS-IN-CON-NOTA(IND-IN)
                   ADD 1 TO WST-MC-CON-NOTA(IND-MC)
               END-IF
           END-IF.

      *EMITE EL AVANCE POR DOCENTE, LOS CURSOS EN 0%, LOS CURSOS CON
      *LA ENTREGA VENCIDA Y LOS TOTALES
       40000-EMITIR-INFORME.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'ENTRNOTA.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'TERMINO ' WSV-TERMINO-E ' DE ' WSV-ANIO-E
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE 'ENTREGA DE NOTAS POR DOCENTE Y CURSO'
               TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 41000-EMITIR-FECHA-LIMITE
           MOVE WSV-TITULO-CURSOS TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-DO FROM 1 BY 1
                   UNTIL IND-DO > WSV-CONT-DOCENTES
               MOVE WST-DO-NRO(IND-DO) TO WSV-DOCENTE-ACTUAL
               PERFORM 42000-EMITIR-DOCENTE
           END-PERFORM
           MOVE 0 TO WSV-DOCENTE-ACTUAL
           PERFORM 42500-EMITIR-SIN-DOCENTE
           PERFORM 43000-EMITIR-EN-CERO
           PERFORM 44000-EMITIR-VENCIDOS
           PERFORM 45000-EMITIR-TOTALES
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'INFORME GRABADO EN ' REG-LIST-ARCHIVO.

       41000-EMITIR-FECHA-LIMITE.
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'TERMINO DEL ' WSV-FECHA-DESDE ' AL '
                  WSV-FECHA-HASTA '   HOY: ' WSV-FECHA-HOY
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           IF WSV-FECHA-ENTREGA = 0
               MOVE 'SIN FECHA LIMITE DE ENTREGA CARGADA (CICLMANT)'
                   TO REG-LIST-LINEA
           ELSE
               MOVE WSV-DIAS-RESTANTES TO WSV-DIAS-EDIT
               IF WSS-ENTREGA-VENCIDA
                   STRING 'FECHA LIMITE DE ENTREGA: ' WSV-FECHA-ENTREGA
                          '   DIAS RESTANTES: ' WSV-DIAS-EDIT
                          ' (VENCIDA)'
                       DELIMITED BY SIZE INTO REG-LIST-LINEA
               ELSE
                   STRING 'FECHA LIMITE DE ENTREGA: ' WSV-FECHA-ENTREGA
                          '   DIAS RESTANTES: ' WSV-DIAS-EDIT
                       DELIMITED BY SIZE INTO REG-LIST-LINEA
               END-IF
           END-IF
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

      *CABECERA DEL DOCENTE Y UNA LINEA POR CADA MATERIA/CURSO QUE
      *DICTA; UN DOCENTE SIN CURSOS CON INSCRIPTOS NO SALE
       42000-EMITIR-DOCENTE.
           MOVE 0 TO WSV-CONT-CURSOS-DOCENTE
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
               IF WST-MC-NRO-DOCENTE(IND-MC) = WSV-DOCENTE-ACTUAL
                   IF WSV-CONT-CURSOS-DOCENTE = 0
                       MOVE WST-DO-NRO(IND-DO) TO WSV-DOC-NRO-R
                       MOVE WST-DO-NOMBRE(IND-DO) TO WSV-DOC-NOMBRE-R
                       MOVE WSV-LINEA-DOCENTE TO REG-LIST-LINEA
                       PERFORM 46000-ESCRIBIR-LINEA
                   END-IF
                   ADD 1 TO WSV-CONT-CURSOS-DOCENTE
                   PERFORM 42100-EMITIR-CURSO
               END-IF
           END-PERFORM.

      *MATERIAS/CURSOS CUYO DOCENTE NO ESTA EN DOCENTES.DAT O QUE NO
      *TIENEN DOCENTE ASIGNADO EN MATDOC.DAT PARA EL ANIO
       42500-EMITIR-SIN-DOCENTE.
           MOVE 0 TO WSV-CONT-CURSOS-DOCENTE
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
               IF NOT WSS-MC-LISTADO(IND-MC)
                   IF WSV-CONT-CURSOS-DOCENTE = 0
                       MOVE 'SIN DOCENTE ASIGNADO (MATDOC)'
                           TO REG-LIST-LINEA
                       PERFORM 46000-ESCRIBIR-LINEA
                   END-IF
                   ADD 1 TO WSV-CONT-CURSOS-DOCENTE
                   PERFORM 42100-EMITIR-CURSO
               END-IF
           END-PERFORM.

       42100-EMITIR-CURSO.
           MOVE 'S' TO WST-MC-LISTADO(IND-MC)
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WST-MC-NRO-MATERIA(IND-MC) TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               MOVE 'MATERIA INEXISTENTE' TO REG-DESCRIP-MAT-R
           END-IF
           MOVE WST-MC-NRO-MATERIA(IND-MC) TO WSV-CUR-MATERIA-R
           MOVE REG-DESCRIP-MAT-R TO WSV-CUR-DESCRIP-R
           MOVE WST-MC-CURSO(IND-MC) TO WSV-CUR-CURSO-R
           MOVE WST-MC-INSCRIPTOS(IND-MC) TO WSV-CUR-INSCRIPTOS-R
           MOVE WST-MC-CON-NOTA(IND-MC) TO WSV-CUR-CON-NOTA-R
           MOVE WST-MC-PORCENTAJE(IND-MC) TO WSV-CUR-PORCENTAJE-R
           PERFORM 47000-ARMAR-DIAS
           MOVE WSV-DIAS-COLUMNA TO WSV-CUR-DIAS-R
           MOVE WSV-LINEA-CURSO TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WST-MC-PORCENTAJE(IND-MC) = 100
               ADD 1 TO WSV-CONT-COMPLETOS
           END-IF.

      *CURSOS DONDE TODAVIA NO HAY NINGUNA NOTA DEL TERMINO
       43000-EMITIR-EN-CERO.
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE 'CURSOS EN 0% (NINGUN ALUMNO CON NOTA DEL TERMINO)'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-TITULO-PENDIENTES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
               IF WST-MC-CON-NOTA(IND-MC) = 0
                   ADD 1 TO WSV-CONT-EN-CERO
                   PERFORM 43100-EMITIR-PENDIENTE
               END-IF
           END-PERFORM.

      *UNA LINEA DE LAS SECCIONES PARA VICEDIRECCION, CON EL NOMBRE
      *DEL DOCENTE EN LUGAR DE LA DESCRIPCION DE LA MATERIA
       43100-EMITIR-PENDIENTE.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-DO FROM 1 BY 1
                   UNTIL IND-DO > WSV-CONT-DOCENTES
                       OR WSS-ENCONTRADO
               IF WST-DO-NRO(IND-DO) = WST-MC-NRO-DOCENTE(IND-MC)
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-DO DOWN BY 1
               MOVE WST-MC-NRO-DOCENTE(IND-MC) TO WSV-PEN-DOCENTE-R
               MOVE WST-DO-NOMBRE(IND-DO) TO WSV-PEN-NOMBRE-R
           ELSE
               MOVE '---' TO WSV-PEN-DOCENTE-R
               MOVE 'SIN DOCENTE ASIGNADO' TO WSV-PEN-NOMBRE-R
           END-IF
           MOVE WST-MC-NRO-MATERIA(IND-MC) TO WSV-PEN-MATERIA-R
           MOVE WST-MC-CURSO(IND-MC) TO WSV-PEN-CURSO-R
           MOVE WST-MC-INSCRIPTOS(IND-MC) TO WSV-PEN-INSCRIPTOS-R
           MOVE WST-MC-CON-NOTA(IND-MC) TO WSV-PEN-CON-NOTA-R
           MOVE WST-MC-PORCENTAJE(IND-MC) TO WSV-PEN-PORCENTAJE-R
           PERFORM 47000-ARMAR-DIAS
           MOVE WSV-DIAS-COLUMNA TO WSV-PEN-DIAS-R
           MOVE WSV-LINEA-PENDIENTE TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

      *CURSOS INCOMPLETOS CUANDO LA FECHA LIMITE YA PASO
       44000-EMITIR-VENCIDOS.
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE 'CURSOS CON LA ENTREGA VENCIDA (INCOMPLETOS)'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF NOT WSS-ENTREGA-VENCIDA
               IF WSV-FECHA-ENTREGA = 0
                   MOVE '    EL TERMINO NO TIENE FECHA LIMITE CARGADA'
                       TO REG-LIST-LINEA
               ELSE
                   MOVE '    LA FECHA LIMITE TODAVIA NO VENCIO'
                       TO REG-LIST-LINEA
               END-IF
               PERFORM 46000-ESCRIBIR-LINEA
           ELSE
               MOVE WSV-TITULO-PENDIENTES TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               MOVE WSV-LINEA TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               PERFORM VARYING IND-MC FROM 1 BY 1
                       UNTIL IND-MC > WSV-CONT-MAT-CURSO
                   IF WST-MC-PORCENTAJE(IND-MC) < 100
                       ADD 1 TO WSV-CONT-VENCIDOS
                       PERFORM 43100-EMITIR-PENDIENTE
                   END-IF
               END-PERFORM
           END-IF.

       45000-EMITIR-TOTALES.
           MOVE WSV-CONT-MAT-CURSO TO WSV-CANT-MAT-CURSO
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'MATERIAS/CURSO: ' WSV-CANT-MAT-CURSO
                  '   COMPLETOS: ' WSV-CONT-COMPLETOS
                  '   EN 0%: ' WSV-CONT-EN-CERO
                  '   VENCIDOS: ' WSV-CONT-VENCIDOS
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'INSCRIPCIONES: ' WSV-TOT-INSCRIPTOS
                  '   CON NOTA: ' WSV-TOT-CON-NOTA
                  '   AVANCE GENERAL: ' WSV-TOT-PORCENTAJE '%'
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WSV-CONT-INS-OMITIDAS > 0
               MOVE SPACES TO REG-LIST-LINEA
               STRING 'INSCRIPCIONES DE ALUMNOS DADOS DE BAJA O '
                      'INEXISTENTES (OMITIDAS): '
                      WSV-CONT-INS-OMITIDAS
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF.

      *MANDA LA LINEA A LA PANTALLA Y AL LISTADO PAGINADO
       46000-ESCRIBIR-LINEA.
           DISPLAY REG-LIST-LINEA
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *ARMA LA COLUMNA DE DIAS DEL CURSO: COMPLETO, SIN FECHA O LOS
      *DIAS QUE FALTAN PARA LA FECHA LIMITE
       47000-ARMAR-DIAS.
           MOVE SPACES TO WSV-DIAS-COLUMNA
           EVALUATE TRUE
               WHEN WST-MC-PORCENTAJE(IND-MC) = 100
                   MOVE 'COMPLETO' TO WSV-DIAS-COLUMNA
               WHEN WSV-FECHA-ENTREGA = 0
                   MOVE 'S/FECHA' TO WSV-DIAS-COLUMNA
               WHEN OTHER
                   MOVE WSV-DIAS-RESTANTES TO WSV-DIAS-EDIT
                   MOVE WSV-DIAS-EDIT TO WSV-DIAS-COLUMNA
           END-EVALUATE.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
