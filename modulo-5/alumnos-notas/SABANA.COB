      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Planilla sabana de un curso para la junta de
      *calificaciones: una fila por alumno del curso y una columna
      *por materia, con el promedio del periodo en cada celda, el
      *promedio del alumno al final de la fila y el promedio de la
      *materia al pie de cada columna. El periodo se toma del termino
      *actual de CICLO.DAT (via RUTCICLO) o se ingresa via RUTFECHA;
      *los alumnos salen de la clave por curso del maestro de alumnos
      *(via RUTALUM), las notas de NOTANEW.DAT (el recuperatorio
      *reemplaza a la nota original del mismo periodo y las notas de
      *mesa no se promedian) y las columnas de las materias con
      *inscriptos del curso en INSCRIPCIONES.DAT o con notas. Una
      *celda desaprobada lleva '*' y una celda de materia inscripta
      *sin nota sale con '--'. Las materias se imprimen de a nueve
      *por bloque, con su descripcion (via RUTMAT) en la leyenda, en
      *SABANAcc.LIS paginado via RUTLIST.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La planilla queda en el catalogo del spool a nombre de
      *   SABANA (el nombre del listado lleva el curso)
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SABANA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-NOTAS        ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.

       SELECT OPTIONAL INSCRIPCIONES
                                   ASSIGN TO DISK 'INSCRIPCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INSCRIP.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

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

       FD INSCRIPCIONES.
       01 REG-INSCRIPCION.
           05 REG-INS-NRO-ALUMNO               PIC 9(04).
           05 REG-INS-NRO-MATERIA              PIC 9(02).
           05 REG-INS-ANIO                     PIC 9(04).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.

       01 WSS-FS-INSCRIP                       PIC X(02).
           88 WSS-FS-INSCRIP-OK                        VALUE '00' '05'.
           88 WSS-FS-INSCRIP-EOF                       VALUE '10'.

       01 WSC-NOTA-APROBACION                  PIC 9(02) VALUE 4.
       01 WSV-CURSO-E                          PIC X(02).

      *PERIODO DEL INFORME
       01 WSV-DESDE-MES                        PIC 9(02).
       01 WSV-DESDE-ANIO                       PIC 9(04).
       01 WSV-HASTA-MES                        PIC 9(02).
       01 WSV-HASTA-ANIO                       PIC 9(04).
       01 WSV-PERIODO-DESDE                    PIC 9(06).
       01 WSV-PERIODO-HASTA                    PIC 9(06).
       01 WSV-PERIODO-NOTA                     PIC 9(06).
       01 WSV-FECHA-TEXTUAL-DESDE              PIC X(07).
       01 WSV-FECHA-TEXTUAL-HASTA              PIC X(07).
       01 WSV-USAR-TERMINO-E                   PIC X(01).
       01 WSV-TERMINO-TOMADO                   PIC X(01).
           88 WSS-TERMINO-TOMADO                       VALUE 'S'.

      *ALUMNOS ACTIVOS DEL CURSO (FILAS DE LA PLANILLA), CON SUS
      *CELDAS INDEXADAS POR NRO DE MATERIA
       01 WSC-MAX-ALUMNOS                      PIC 9(02) VALUE 60.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 60 TIMES INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-NOMBRE                PIC X(23).
               10 WST-AL-CELDA    OCCURS 99 TIMES.
                   15 WST-CE-ACUM              PIC 9(04).
                   15 WST-CE-CANT              PIC 9(03).
                   15 WST-CE-INSCRIPTO         PIC X(01).
                       88 WSS-CE-INSCRIPTO             VALUE 'S'.

      *MATERIAS CON INSCRIPTOS O NOTAS EN EL CURSO (COLUMNAS), EN
      *ORDEN DE NUMERO
       01 WST-MATERIA-USADA                    PIC X(01)
                                               OCCURS 99 TIMES.
       01 WSV-CONT-COLUMNAS                    PIC S9(4) COMP VALUE 0.
       01 WST-COLUMNAS.
           05 WST-COL-MATERIA     PIC 9(02) OCCURS 99 TIMES
                                  INDEXED BY IND-CO.
       01 WSC-COLUMNAS-BLOQUE                  PIC 9(02) VALUE 9.
       01 WSV-COL-DESDE                        PIC S9(4) COMP.
       01 WSV-COL-HASTA                        PIC S9(4) COMP.
       01 WSV-SUB-CELDA                        PIC S9(4) COMP.
       01 WSV-SUB-MAT                          PIC S9(4) COMP.

      *RECUPERATORIOS DEL PERIODO, QUE REEMPLAZAN A LA NOTA ORIGINAL
       01 WSC-MAX-RECUP                        PIC 9(03) VALUE 500.
       01 WSV-CONT-RECUP                       PIC S9(4) COMP VALUE 0.
       01 WST-RECUPERATORIOS.
           05 WST-RECUP           OCCURS 500 TIMES INDEXED BY IND-RC.
               10 WST-RC-NRO-ALUMNO            PIC 9(04).
               10 WST-RC-NRO-MATERIA           PIC 9(02).
               10 WST-RC-ANIO                  PIC 9(04).
               10 WST-RC-MES                   PIC 9(02).
       01 WSV-REEMPLAZADA                      PIC X(01).
           88 WSS-REEMPLAZADA                          VALUE 'S'.
       01 WSV-ALUMNO-BUSCADO                   PIC 9(04).
       01 WSV-ALUMNO-HALLADO                   PIC X(01).
           88 WSS-ALUMNO-HALLADO                       VALUE 'S'.

      *PROMEDIOS
       01 WSV-PROM-CELDA                       PIC 9(02)V9.
       01 WSV-ACUM-FILA                        PIC 9(05)V9.
       01 WSV-CANT-FILA                        PIC 9(03).
       01 WSV-PROM-FILA                        PIC 9(02)V99.
       01 WSV-ACUM-COLUMNA                     PIC 9(05)V9.
       01 WSV-CANT-COLUMNA                     PIC 9(03).
       01 WSV-PROM-COLUMNA                     PIC 9(02)V9.
       01 WSV-ACUM-CURSO                       PIC 9(06)V99.
       01 WSV-CANT-CURSO                       PIC 9(04).
       01 WSV-CONT-DESAPROBADAS                PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-NOTA                    PIC 9(04) VALUE 0.
       01 WSV-NOTA-EDIT                        PIC Z9.9.
       01 WSV-CANT-EDIT                        PIC ZZZ9.
       01 WSV-PROM-EDIT                        PIC Z9.99.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTFECHA                        PIC X(08)
                                                       VALUE "RUTFECHA".
       COPY REG-FECHA.
       01  WSC-RUTCICLO                        PIC X(08)
                                                       VALUE "RUTCICLO".
       COPY REG-CICLO.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-LEYENDA.
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "M".
           05 WSV-LEY-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(03) VALUE " = ".
           05 WSV-LEY-DESCRIP-R                PIC X(25).
       01 WSV-LINEA-GRILLA.
           05 WSV-GRI-NRO-R                    PIC X(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-GRI-NOMBRE-R                 PIC X(15).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-GRI-CELDA       OCCURS 9 TIMES.
               10 FILLER                       PIC X(01).
               10 WSV-GRI-VALOR-R              PIC X(04).
               10 WSV-GRI-MARCA-R              PIC X(01).
           05 WSV-GRI-PROM-R                   PIC X(05).
       01 WSV-ENC-COLUMNA.
           05 FILLER                           PIC X(01) VALUE "M".
           05 WSV-ENC-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 20000-CARGAR-ALUMNOS-CURSO
           PERFORM 25000-CARGAR-INSCRIPCIONES
           PERFORM 30000-CARGAR-RECUPERATORIOS
           PERFORM 32000-CARGAR-NOTAS
           PERFORM 35000-ARMAR-COLUMNAS
           PERFORM 40000-EMITIR-PLANILLA
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS, PIDE EL CURSO Y EL PERIODO
       10000-INICIO.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE SPACES TO WSV-CURSO-E
           PERFORM UNTIL WSV-CURSO-E NOT= SPACES
               DISPLAY 'INGRESE CURSO (EJ 1A): '
               ACCEPT WSV-CURSO-E
           END-PERFORM
           PERFORM 11000-INGRESAR-PERIODO.

      *OFRECE EL TERMINO ACTUAL DEL CALENDARIO ESCOLAR; SI NO SE
      *TOMA, PIDE FECHA DESDE Y FECHA HASTA VIA RUTFECHA
       11000-INGRESAR-PERIODO.
           PERFORM 11900-OFRECER-TERMINO-ACTUAL
           IF NOT WSS-TERMINO-TOMADO
               DISPLAY 'FECHA DESDE:'
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
               PERFORM UNTIL WSS-RETORNO-OK
                   CALL WSC-RUTFECHA USING REGISTRO-FECHA
               END-PERFORM
               MOVE WSV-FECHA-NUMERICA(1:2) TO WSV-DESDE-MES
               MOVE WSV-FECHA-NUMERICA(3:4) TO WSV-DESDE-ANIO
               MOVE WSV-FECHA-TEXTUAL TO WSV-FECHA-TEXTUAL-DESDE
               COMPUTE WSV-PERIODO-DESDE = WSV-DESDE-ANIO * 100
                       + WSV-DESDE-MES
               PERFORM 11100-INGRESAR-FECHA-HASTA
           END-IF.

      *PIDE LA FECHA HASTA Y VUELVE A PEDIRLA SI QUEDA ANTERIOR
      *A LA FECHA DESDE YA INGRESADA
       11100-INGRESAR-FECHA-HASTA.
           DISPLAY 'FECHA HASTA:'
           CALL WSC-RUTFECHA USING REGISTRO-FECHA
           PERFORM UNTIL WSS-RETORNO-OK
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
           END-PERFORM
           MOVE WSV-FECHA-NUMERICA(1:2) TO WSV-HASTA-MES
           MOVE WSV-FECHA-NUMERICA(3:4) TO WSV-HASTA-ANIO
           MOVE WSV-FECHA-TEXTUAL TO WSV-FECHA-TEXTUAL-HASTA
           COMPUTE WSV-PERIODO-HASTA = WSV-HASTA-ANIO * 100 +
                   WSV-HASTA-MES
           IF WSV-PERIODO-HASTA < WSV-PERIODO-DESDE
               DISPLAY 'LA FECHA HASTA NO PUEDE SER ANTERIOR A '
                       'LA FECHA DESDE'
               PERFORM 11100-INGRESAR-FECHA-HASTA
           END-IF.

      *OFRECE EL TERMINO ACTUAL DEL CALENDARIO ESCOLAR COMO PERIODO
      *POR OMISION; SI EL OPERADOR ACEPTA SE SALTEAN LOS DOS
      *INGRESOS DE FECHA
       11900-OFRECER-TERMINO-ACTUAL.
           MOVE 'N' TO WSV-TERMINO-TOMADO
           SET WSS-CICLO-ACTUAL TO TRUE
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-DENTRO
               DISPLAY 'TERMINO ACTUAL: ' REG-CICLO-TERMINO-R ' DE '
                       REG-CICLO-ANIO-R ' (' REG-CICLO-DESDE-R
                       ' A ' REG-CICLO-HASTA-R ')'
               DISPLAY 'USAR EL TERMINO ACTUAL COMO PERIODO (S/N)? '
               ACCEPT WSV-USAR-TERMINO-E
               IF WSV-USAR-TERMINO-E = 'S'
                       OR WSV-USAR-TERMINO-E = 's'
                   SET WSS-TERMINO-TOMADO TO TRUE
                   MOVE REG-CICLO-DESDE-R(5:2) TO WSV-DESDE-MES
                   MOVE REG-CICLO-DESDE-R(1:4) TO WSV-DESDE-ANIO
                   MOVE REG-CICLO-HASTA-R(5:2) TO WSV-HASTA-MES
                   MOVE REG-CICLO-HASTA-R(1:4) TO WSV-HASTA-ANIO
                   COMPUTE WSV-PERIODO-DESDE = WSV-DESDE-ANIO * 100
                           + WSV-DESDE-MES
                   COMPUTE WSV-PERIODO-HASTA = WSV-HASTA-ANIO * 100
                           + WSV-HASTA-MES
                   MOVE SPACES TO WSV-FECHA-TEXTUAL-DESDE
                   STRING WSV-DESDE-MES '/' WSV-DESDE-ANIO
                       DELIMITED BY SIZE
                       INTO WSV-FECHA-TEXTUAL-DESDE
                   MOVE SPACES TO WSV-FECHA-TEXTUAL-HASTA
                   STRING WSV-HASTA-MES '/' WSV-HASTA-ANIO
                       DELIMITED BY SIZE
                       INTO WSV-FECHA-TEXTUAL-HASTA
               END-IF
           END-IF.

      *RECORRE LOS ALUMNOS ACTIVOS DEL CURSO POR LA CLAVE
      *ALTERNATIVA DEL MAESTRO INDEXADO
       20000-CARGAR-ALUMNOS-CURSO.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
           MOVE "STC" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNC" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   IF REG-ALUX-R-CURSO NOT= WSV-CURSO-E
                       SET WSS-ALUX-ST-FIN TO TRUE
                   ELSE
                       IF WSS-ALUX-R-ACTIVO
                           PERFORM 21000-AGREGAR-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSV-CONT-ALUMNOS = 0
               DISPLAY 'EL CURSO ' WSV-CURSO-E ' NO TIENE ALUMNOS '
                       'ACTIVOS'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

       21000-AGREGAR-ALUMNO.
           IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
               DISPLAY 'TABLA DE ALUMNOS DEL CURSO LLENA, SE IGNORA '
                       'EL ALUMNO ' REG-ALUX-R-NRO-ALUMNO
           ELSE
               ADD 1 TO WSV-CONT-ALUMNOS
               SET IND-AL TO WSV-CONT-ALUMNOS
               MOVE REG-ALUX-R-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
               MOVE REG-ALUX-R-NOMBRE TO WST-AL-NOMBRE(IND-AL)
               PERFORM VARYING WSV-SUB-MAT FROM 1 BY 1
                       UNTIL WSV-SUB-MAT > 99
                   MOVE 0 TO WST-CE-ACUM(IND-AL, WSV-SUB-MAT)
                   MOVE 0 TO WST-CE-CANT(IND-AL, WSV-SUB-MAT)
                   MOVE 'N' TO WST-CE-INSCRIPTO(IND-AL, WSV-SUB-MAT)
               END-PERFORM
           END-IF.

      *MARCA LAS MATERIAS EN LAS QUE CADA ALUMNO DEL CURSO ESTA
      *INSCRIPTO EN LOS ANIOS DEL PERIODO
       25000-CARGAR-INSCRIPCIONES.
           PERFORM VARYING WSV-SUB-MAT FROM 1 BY 1
                   UNTIL WSV-SUB-MAT > 99
               MOVE 'N' TO WST-MATERIA-USADA(WSV-SUB-MAT)
           END-PERFORM
           OPEN INPUT INSCRIPCIONES
           IF NOT WSS-FS-INSCRIP-OK
               DISPLAY 'ERROR EN EL OPEN DE INSCRIPCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-INSCRIP
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-Y-MARCAR-INSCRIP
               UNTIL WSS-FS-INSCRIP-EOF
           CLOSE INSCRIPCIONES.

       26000-LEER-Y-MARCAR-INSCRIP.
           READ INSCRIPCIONES
           IF WSS-FS-INSCRIP-OK
                   AND REG-INS-ANIO >= WSV-DESDE-ANIO
                   AND REG-INS-ANIO <= WSV-HASTA-ANIO
                   AND REG-INS-NRO-MATERIA > 0
               MOVE REG-INS-NRO-ALUMNO TO WSV-ALUMNO-BUSCADO
               PERFORM 38000-UBICAR-ALUMNO
               IF WSS-ALUMNO-HALLADO
                   MOVE 'S' TO WST-CE-INSCRIPTO(IND-AL,
                                                REG-INS-NRO-MATERIA)
                   MOVE 'S' TO WST-MATERIA-USADA(REG-INS-NRO-MATERIA)
               END-IF
           END-IF.

      *PASADA PREVIA DE NOTANEW.DAT QUE JUNTA LOS RECUPERATORIOS DEL
      *PERIODO, PARA QUE LA CARGA SALTEE LAS NOTAS ORIGINALES QUE
      *ELLOS REEMPLAZAN
       30000-CARGAR-RECUPERATORIOS.
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-Y-JUNTAR-RECUP UNTIL WSS-FS-NOTAS-EOF
           CLOSE ENTRADA-NOTAS.

       31000-LEER-Y-JUNTAR-RECUP.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-NOTAS-OK AND WSS-NOT-RECUPERATORIO
               COMPUTE WSV-PERIODO-NOTA = REG-NOT-ANIO * 100 +
                       REG-NOT-MES
               IF WSV-PERIODO-NOTA >= WSV-PERIODO-DESDE
                       AND WSV-PERIODO-NOTA <= WSV-PERIODO-HASTA
                   IF WSV-CONT-RECUP >= WSC-MAX-RECUP
                       DISPLAY 'TABLA DE RECUPERATORIOS LLENA, '
                               'ALGUNAS NOTAS ORIGINALES PUEDEN '
                               'PROMEDIARSE IGUAL'
                   ELSE
                       ADD 1 TO WSV-CONT-RECUP
                       SET IND-RC TO WSV-CONT-RECUP
                       MOVE REG-NOT-NRO-ALUMNO
                           TO WST-RC-NRO-ALUMNO(IND-RC)
                       MOVE REG-NOT-NRO-MATERIA
                           TO WST-RC-NRO-MATERIA(IND-RC)
                       MOVE REG-NOT-ANIO TO WST-RC-ANIO(IND-RC)
                       MOVE REG-NOT-MES TO WST-RC-MES(IND-RC)
                   END-IF
               END-IF
           END-IF
           END-IF.

      *ACUMULA EN LA CELDA DE CADA ALUMNO DEL CURSO LAS NOTAS DEL
      *PERIODO (SIN LAS DE MESA Y SIN LAS ORIGINALES REEMPLAZADAS)
       32000-CARGAR-NOTAS.
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 33000-LEER-Y-ACUMULAR UNTIL WSS-FS-NOTAS-EOF
           CLOSE ENTRADA-NOTAS.

       33000-LEER-Y-ACUMULAR.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-NOTAS-OK AND NOT WSS-NOT-MESA-FINAL
                   AND REG-NOT-NRO-MATERIA > 0
               COMPUTE WSV-PERIODO-NOTA = REG-NOT-ANIO * 100 +
                       REG-NOT-MES
               IF WSV-PERIODO-NOTA >= WSV-PERIODO-DESDE
                       AND WSV-PERIODO-NOTA <= WSV-PERIODO-HASTA
                   MOVE REG-NOT-NRO-ALUMNO TO WSV-ALUMNO-BUSCADO
                   PERFORM 38000-UBICAR-ALUMNO
                   IF WSS-ALUMNO-HALLADO
                       PERFORM 34000-VERIFICAR-REEMPLAZO
                       IF NOT WSS-REEMPLAZADA
                           ADD REG-NOT-NOTA TO
                               WST-CE-ACUM(IND-AL, REG-NOT-NRO-MATERIA)
                           ADD 1 TO
                               WST-CE-CANT(IND-AL, REG-NOT-NRO-MATERIA)
                           MOVE 'S' TO
                               WST-MATERIA-USADA(REG-NOT-NRO-MATERIA)
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *UNA NOTA ORIGINAL CON RECUPERATORIO EN EL MISMO PERIODO QUEDA
      *REEMPLAZADA POR EL
       34000-VERIFICAR-REEMPLAZO.
           MOVE 'N' TO WSV-REEMPLAZADA
           IF NOT WSS-NOT-RECUPERATORIO
               PERFORM VARYING IND-RC FROM 1 BY 1
                       UNTIL IND-RC > WSV-CONT-RECUP
                           OR WSS-REEMPLAZADA
                   IF WST-RC-NRO-ALUMNO(IND-RC) = REG-NOT-NRO-ALUMNO
                       AND WST-RC-NRO-MATERIA(IND-RC) =
                           REG-NOT-NRO-MATERIA
                       AND WST-RC-ANIO(IND-RC) = REG-NOT-ANIO
                       AND WST-RC-MES(IND-RC) = REG-NOT-MES
                       SET WSS-REEMPLAZADA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *ARMA LA LISTA DE COLUMNAS CON LAS MATERIAS USADAS, EN ORDEN
      *DE NUMERO
       35000-ARMAR-COLUMNAS.
           PERFORM VARYING WSV-SUB-MAT FROM 1 BY 1
                   UNTIL WSV-SUB-MAT > 99
               IF WST-MATERIA-USADA(WSV-SUB-MAT) = 'S'
                   ADD 1 TO WSV-CONT-COLUMNAS
                   SET IND-CO TO WSV-CONT-COLUMNAS
                   MOVE WSV-SUB-MAT TO WST-COL-MATERIA(IND-CO)
               END-IF
           END-PERFORM
           IF WSV-CONT-COLUMNAS = 0
               DISPLAY 'EL CURSO ' WSV-CURSO-E ' NO TIENE MATERIAS '
                       'INSCRIPTAS NI NOTAS EN EL PERIODO'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *UBICA EN LA TABLA DEL CURSO EL ALUMNO WSV-ALUMNO-BUSCADO
       38000-UBICAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-HALLADO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
                       OR WSS-ALUMNO-HALLADO
               IF WST-AL-NRO(IND-AL) = WSV-ALUMNO-BUSCADO
                   SET WSS-ALUMNO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ALUMNO-HALLADO
               SET IND-AL DOWN BY 1
           END-IF.

      *EMITE LA LEYENDA DE MATERIAS Y LA GRILLA EN BLOQUES DE NUEVE
      *COLUMNAS, CON LOS TOTALES AL FINAL
       40000-EMITIR-PLANILLA.
           PERFORM 45000-ABRIR-LISTADO
           MOVE 'MATERIAS:' TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-CO FROM 1 BY 1
                   UNTIL IND-CO > WSV-CONT-COLUMNAS
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-LEY-MATERIA-R
               MOVE "B" TO WSS-OPCION-MAT
               MOVE WST-COL-MATERIA(IND-CO) TO REG-NRO-MAT-E
               CALL WSC-RUTMAT USING REGISTRO-MATERIA
               IF WSS-MAT-OK
                   MOVE REG-DESCRIP-MAT-R TO WSV-LEY-DESCRIP-R
               ELSE
                   MOVE 'SIN DESCRIPCION' TO WSV-LEY-DESCRIP-R
               END-IF
               MOVE WSV-LINEA-LEYENDA TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE 'REFERENCIAS: * DESAPROBADA   -- INSCRIPTO SIN NOTA'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE 1 TO WSV-COL-DESDE
           PERFORM UNTIL WSV-COL-DESDE > WSV-CONT-COLUMNAS
               COMPUTE WSV-COL-HASTA =
                   WSV-COL-DESDE + WSC-COLUMNAS-BLOQUE - 1
               IF WSV-COL-HASTA > WSV-CONT-COLUMNAS
                   MOVE WSV-CONT-COLUMNAS TO WSV-COL-HASTA
               END-IF
               PERFORM 41000-EMITIR-BLOQUE
               ADD WSC-COLUMNAS-BLOQUE TO WSV-COL-DESDE
           END-PERFORM
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-CONT-ALUMNOS TO WSV-CANT-EDIT
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'ALUMNOS: ' WSV-CANT-EDIT
                  '  CELDAS DESAPROBADAS: ' WSV-CONT-DESAPROBADAS
                  '  CELDAS SIN NOTA: ' WSV-CONT-SIN-NOTA
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'PLANILLA GRABADA EN ' REG-LIST-ARCHIVO.

      *UN BLOQUE DE COLUMNAS: ENCABEZADO, UNA FILA POR ALUMNO Y EL
      *PIE CON EL PROMEDIO DE CADA MATERIA. EL PROMEDIO DEL ALUMNO Y
      *DEL CURSO CONSIDERAN TODAS LAS MATERIAS, NO SOLO LAS DEL BLOQUE
       41000-EMITIR-BLOQUE.
           SET WSS-LIST-SALTO TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           MOVE SPACES TO WSV-LINEA-GRILLA
           MOVE 'NRO' TO WSV-GRI-NRO-R
           MOVE 'ALUMNO' TO WSV-GRI-NOMBRE-R
           MOVE 'PROM' TO WSV-GRI-PROM-R
           PERFORM VARYING IND-CO FROM WSV-COL-DESDE BY 1
                   UNTIL IND-CO > WSV-COL-HASTA
               COMPUTE WSV-SUB-CELDA = IND-CO - WSV-COL-DESDE + 1
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-ENC-MATERIA-R
               MOVE WSV-ENC-COLUMNA TO WSV-GRI-VALOR-R(WSV-SUB-CELDA)
           END-PERFORM
           MOVE WSV-LINEA-GRILLA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               PERFORM 42000-EMITIR-FILA
           END-PERFORM
           PERFORM 43000-EMITIR-PIE.

      *FILA DE UN ALUMNO: CELDAS DEL BLOQUE Y PROMEDIO GENERAL
       42000-EMITIR-FILA.
           MOVE SPACES TO WSV-LINEA-GRILLA
           MOVE WST-AL-NRO(IND-AL) TO WSV-GRI-NRO-R
           MOVE WST-AL-NOMBRE(IND-AL) TO WSV-GRI-NOMBRE-R
           PERFORM VARYING IND-CO FROM WSV-COL-DESDE BY 1
                   UNTIL IND-CO > WSV-COL-HASTA
               COMPUTE WSV-SUB-CELDA = IND-CO - WSV-COL-DESDE + 1
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-SUB-MAT
               IF WST-CE-CANT(IND-AL, WSV-SUB-MAT) > 0
                   COMPUTE WSV-PROM-CELDA ROUNDED =
                       WST-CE-ACUM(IND-AL, WSV-SUB-MAT) /
                       WST-CE-CANT(IND-AL, WSV-SUB-MAT)
                   MOVE WSV-PROM-CELDA TO WSV-NOTA-EDIT
                   MOVE WSV-NOTA-EDIT TO WSV-GRI-VALOR-R(WSV-SUB-CELDA)
                   IF WSV-PROM-CELDA < WSC-NOTA-APROBACION
                       MOVE '*' TO WSV-GRI-MARCA-R(WSV-SUB-CELDA)
                       ADD 1 TO WSV-CONT-DESAPROBADAS
                   END-IF
               ELSE
                   IF WSS-CE-INSCRIPTO(IND-AL, WSV-SUB-MAT)
                       MOVE '  --' TO WSV-GRI-VALOR-R(WSV-SUB-CELDA)
                       ADD 1 TO WSV-CONT-SIN-NOTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WSV-ACUM-FILA
           MOVE 0 TO WSV-CANT-FILA
           PERFORM VARYING IND-CO FROM 1 BY 1
                   UNTIL IND-CO > WSV-CONT-COLUMNAS
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-SUB-MAT
               IF WST-CE-CANT(IND-AL, WSV-SUB-MAT) > 0
                   COMPUTE WSV-PROM-CELDA ROUNDED =
                       WST-CE-ACUM(IND-AL, WSV-SUB-MAT) /
                       WST-CE-CANT(IND-AL, WSV-SUB-MAT)
                   ADD WSV-PROM-CELDA TO WSV-ACUM-FILA
                   ADD 1 TO WSV-CANT-FILA
               END-IF
           END-PERFORM
           IF WSV-CANT-FILA > 0
               COMPUTE WSV-PROM-FILA ROUNDED =
                   WSV-ACUM-FILA / WSV-CANT-FILA
               MOVE WSV-PROM-FILA TO WSV-PROM-EDIT
               MOVE WSV-PROM-EDIT TO WSV-GRI-PROM-R
           END-IF
           MOVE WSV-LINEA-GRILLA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

      *PIE DEL BLOQUE: PROMEDIO DE CADA MATERIA SOBRE LOS ALUMNOS
      *CON NOTA, Y EL PROMEDIO DEL CURSO AL FINAL
       43000-EMITIR-PIE.
           MOVE SPACES TO WSV-LINEA-GRILLA
           MOVE 'PROM' TO WSV-GRI-NRO-R
           MOVE 'DE LA MATERIA' TO WSV-GRI-NOMBRE-R
           PERFORM VARYING IND-CO FROM WSV-COL-DESDE BY 1
                   UNTIL IND-CO > WSV-COL-HASTA
               COMPUTE WSV-SUB-CELDA = IND-CO - WSV-COL-DESDE + 1
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-SUB-MAT
               PERFORM 44000-PROMEDIAR-COLUMNA
               IF WSV-CANT-COLUMNA > 0
                   MOVE WSV-PROM-COLUMNA TO WSV-NOTA-EDIT
                   MOVE WSV-NOTA-EDIT TO WSV-GRI-VALOR-R(WSV-SUB-CELDA)
               END-IF
           END-PERFORM
           MOVE 0 TO WSV-ACUM-CURSO
           MOVE 0 TO WSV-CANT-CURSO
           PERFORM VARYING IND-CO FROM 1 BY 1
                   UNTIL IND-CO > WSV-CONT-COLUMNAS
               MOVE WST-COL-MATERIA(IND-CO) TO WSV-SUB-MAT
               PERFORM 44000-PROMEDIAR-COLUMNA
               IF WSV-CANT-COLUMNA > 0
                   ADD WSV-PROM-COLUMNA TO WSV-ACUM-CURSO
                   ADD 1 TO WSV-CANT-CURSO
               END-IF
           END-PERFORM
           IF WSV-CANT-CURSO > 0
               COMPUTE WSV-PROM-FILA ROUNDED =
                   WSV-ACUM-CURSO / WSV-CANT-CURSO
               MOVE WSV-PROM-FILA TO WSV-PROM-EDIT
               MOVE WSV-PROM-EDIT TO WSV-GRI-PROM-R
           END-IF
           MOVE WSV-LINEA-GRILLA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

      *PROMEDIO DE LA MATERIA WSV-SUB-MAT ENTRE LAS CELDAS CON NOTA
       44000-PROMEDIAR-COLUMNA.
           MOVE 0 TO WSV-ACUM-COLUMNA
           MOVE 0 TO WSV-CANT-COLUMNA
           MOVE 0 TO WSV-PROM-COLUMNA
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WST-CE-CANT(IND-AL, WSV-SUB-MAT) > 0
                   COMPUTE WSV-PROM-CELDA ROUNDED =
                       WST-CE-ACUM(IND-AL, WSV-SUB-MAT) /
                       WST-CE-CANT(IND-AL, WSV-SUB-MAT)
                   ADD WSV-PROM-CELDA TO WSV-ACUM-COLUMNA
                   ADD 1 TO WSV-CANT-COLUMNA
               END-IF
           END-PERFORM
           IF WSV-CANT-COLUMNA > 0
               COMPUTE WSV-PROM-COLUMNA ROUNDED =
                   WSV-ACUM-COLUMNA / WSV-CANT-COLUMNA
           END-IF.

      *ABRE SABANAcc.LIS VIA RUTLIST CON EL CURSO Y EL PERIODO
       45000-ABRIR-LISTADO.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE SPACES TO REG-LIST-ARCHIVO
           STRING 'SABANA' WSV-CURSO-E '.LIS'
               DELIMITED BY SIZE INTO REG-LIST-ARCHIVO
           MOVE 'SABANA' TO REG-LIST-PROGRAMA
           MOVE SPACES TO REG-LIST-PERIODO
           STRING WSV-FECHA-TEXTUAL-DESDE ' A '
                  WSV-FECHA-TEXTUAL-HASTA
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE SPACES TO REG-LIST-ENCABEZADO
           STRING 'PLANILLA SABANA DEL CURSO ' WSV-CURSO-E
               DELIMITED BY SIZE INTO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *MANDA LA LINEA A LA PANTALLA Y AL LISTADO PAGINADO
       46000-ESCRIBIR-LINEA.
           DISPLAY REG-LIST-LINEA
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
