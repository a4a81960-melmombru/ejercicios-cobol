      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Informe de carga horaria docente para sueldos y
      *para la planta funcional del ministerio. Por cada docente de
      *DOCENTES.DAT suma los modulos que tiene asignados en la grilla
      *horaria HORARIOS.DAT (un modulo es una hora semanal) y los
      *compara con sus horas de contrato y su maximo (cargados en
      *DOCMANT) y con las horas semanales (REG-HORAS-MATERIA, via
      *RUTMAT) de las materias que tiene asignadas en MATDOC.DAT para
      *el anio pedido. Marca a los docentes que superan el maximo,
      *a los que quedan por debajo del contrato y a los que tienen
      *en la grilla otra cantidad de horas que la de sus materias.
      *Al final lista las materias de cada curso cuyos modulos en la
      *grilla no coinciden con sus horas semanales. Sale por
      *pantalla y en DOCCARGA.LIS via RUTLIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DOCCARGA.
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

       SELECT OPTIONAL HORARIOS    ASSIGN TO DISK 'HORARIOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HORARIOS.
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

       FD HORARIOS.
       01 REG-HORARIO.
           05 REG-HOR-NRO-MATERIA              PIC 9(02).
           05 REG-HOR-CURSO                    PIC X(02).
           05 REG-HOR-DIA                      PIC 9(01).
           05 REG-HOR-MODULO                   PIC 9(01).
           05 REG-HOR-NRO-DOCENTE              PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-DOCENTES                      PIC X(02).
           88 WSS-FS-DOCENTES-OK                       VALUE '00'.
           88 WSS-FS-DOCENTES-EOF                      VALUE '10'.

       01 WSS-FS-ASIGNACION                    PIC X(02).
           88 WSS-FS-ASIGNACION-OK                     VALUE '00' '05'.
           88 WSS-FS-ASIGNACION-EOF                    VALUE '10'.

       01 WSS-FS-HORARIOS                      PIC X(02).
           88 WSS-FS-HORARIOS-OK                       VALUE '00' '05'.
           88 WSS-FS-HORARIOS-EOF                      VALUE '10'.

       01 WSV-ANIO-E                           PIC 9(04).

      *DOCENTES CON SUS HORAS DE CONTRATO Y LO ACUMULADO DE LA GRILLA
      *Y DE SUS MATERIAS
       01 WSC-MAX-DOCENTES                     PIC 9(03) VALUE 100.
       01 WSV-CONT-DOCENTES                    PIC S9(4) COMP VALUE 0.
       01 WST-DOCENTES.
           05 WST-DOCENTE         OCCURS 100 TIMES INDEXED BY IND-DO.
               10 WST-DO-NRO                   PIC 9(03).
               10 WST-DO-NOMBRE                PIC X(25).
               10 WST-DO-HS-CONTRATO           PIC 9(02).
               10 WST-DO-HS-MAXIMO             PIC 9(02).
               10 WST-DO-MODULOS               PIC 9(03).
               10 WST-DO-HS-MATERIAS           PIC 9(03).

      *MODULOS DE LA GRILLA POR MATERIA Y CURSO
       01 WSC-MAX-MAT-CURSO                    PIC 9(03) VALUE 200.
       01 WSV-CONT-MAT-CURSO                   PIC S9(4) COMP VALUE 0.
       01 WST-MATERIAS-CURSO.
           05 WST-MAT-CURSO       OCCURS 200 TIMES INDEXED BY IND-MC.
               10 WST-MC-NRO-MATERIA           PIC 9(02).
               10 WST-MC-CURSO                 PIC X(02).
               10 WST-MC-MODULOS               PIC 9(02).

       01 WSV-ENCONTRADO                       PIC X(01).
           88 WSS-ENCONTRADO                           VALUE 'S'.

       01 WSV-CONT-SOBRE-MAXIMO                PIC 9(03) VALUE 0.
       01 WSV-CONT-BAJO-CONTRATO               PIC 9(03) VALUE 0.
       01 WSV-CONT-DIF-MATERIAS                PIC 9(03) VALUE 0.
       01 WSV-CONT-SIN-CONTRATO                PIC 9(03) VALUE 0.
       01 WSV-CONT-MAT-DISTINTAS               PIC 9(03) VALUE 0.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-TITULO-DOCENTES.
           05 FILLER                           PIC X(30)
                                       VALUE 'NRO DOCENTE'.
           05 FILLER                           PIC X(40)
                       VALUE 'CONTRATO MAXIMO MODULOS HS MATERIAS'.
       01 WSV-LINEA-DOCENTE.
           05 WSV-DOC-NRO-R                    PIC 9(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-DOC-NOMBRE-R                 PIC X(25).
           05 FILLER                           PIC X(05) VALUE SPACES.
           05 WSV-DOC-CONTRATO-R               PIC Z9.
           05 FILLER                           PIC X(05) VALUE SPACES.
           05 WSV-DOC-MAXIMO-R                 PIC Z9.
           05 FILLER                           PIC X(05) VALUE SPACES.
           05 WSV-DOC-MODULOS-R                PIC ZZ9.
           05 FILLER                           PIC X(08) VALUE SPACES.
           05 WSV-DOC-HS-MATERIAS-R            PIC ZZ9.
       01 WSV-TITULO-MATERIAS.
           05 FILLER                           PIC X(38)
                                       VALUE 'MAT DESCRIPCION'.
           05 FILLER                           PIC X(30)
                       VALUE 'CURSO MODULOS HORAS'.
       01 WSV-LINEA-MATERIA.
           05 WSV-MAT-NRO-R                    PIC 9(02).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-MAT-DESCRIP-R                PIC X(25).
           05 FILLER                           PIC X(09) VALUE SPACES.
           05 WSV-MAT-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(07) VALUE SPACES.
           05 WSV-MAT-MODULOS-R                PIC Z9.
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 WSV-MAT-HORAS-R                  PIC Z9.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 20000-CARGAR-DOCENTES
           PERFORM 25000-CARGAR-ASIGNACIONES
           PERFORM 30000-CARGAR-GRILLA
           PERFORM 40000-EMITIR-INFORME
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS Y PIDE EL ANIO DE LAS ASIGNACIONES
       10000-INICIO.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           DISPLAY 'INGRESE ANIO DE LAS ASIGNACIONES (AAAA): '
           ACCEPT WSV-ANIO-E.

      *LEE DOCENTES.DAT COMPLETO; UN DOCENTE SIN HORAS CARGADAS QUEDA
      *CON CONTRATO Y MAXIMO EN CERO
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
                   IF REG-HS-CONTRATO-DOCENTE NUMERIC
                       MOVE REG-HS-CONTRATO-DOCENTE
                           TO WST-DO-HS-CONTRATO(IND-DO)
                   ELSE
                       MOVE 0 TO WST-DO-HS-CONTRATO(IND-DO)
                   END-IF
                   IF REG-HS-MAXIMO-DOCENTE NUMERIC
                       MOVE REG-HS-MAXIMO-DOCENTE
                           TO WST-DO-HS-MAXIMO(IND-DO)
                   ELSE
                       MOVE 0 TO WST-DO-HS-MAXIMO(IND-DO)
                   END-IF
                   MOVE 0 TO WST-DO-MODULOS(IND-DO)
                   MOVE 0 TO WST-DO-HS-MATERIAS(IND-DO)
               END-IF
           END-IF.

      *SUMA A CADA DOCENTE LAS HORAS SEMANALES DE LAS MATERIAS QUE
      *TIENE ASIGNADAS EN MATDOC.DAT PARA EL ANIO PEDIDO
       25000-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACION
           IF NOT WSS-FS-ASIGNACION-OK
               DISPLAY 'ERROR EN EL OPEN DE MATDOC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ASIGNACION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-Y-SUMAR-ASIGNACION
               UNTIL WSS-FS-ASIGNACION-EOF
           CLOSE ASIGNACION.

       26000-LEER-Y-SUMAR-ASIGNACION.
           READ ASIGNACION
           IF WSS-FS-ASIGNACION-OK AND REG-ASG-ANIO = WSV-ANIO-E
               PERFORM 27000-UBICAR-DOCENTE-ASG
               IF WSS-ENCONTRADO
                   MOVE "B" TO WSS-OPCION-MAT
                   MOVE REG-ASG-NRO-MATERIA TO REG-NRO-MAT-E
                   CALL WSC-RUTMAT USING REGISTRO-MATERIA
                   IF WSS-MAT-OK
                       ADD REG-HORAS-MAT-R
                           TO WST-DO-HS-MATERIAS(IND-DO)
                   ELSE
                       DISPLAY 'MATDOC: MATERIA INEXISTENTE '
                               REG-ASG-NRO-MATERIA
                   END-IF
               ELSE
                   DISPLAY 'MATDOC: DOCENTE INEXISTENTE '
                           REG-ASG-NRO-DOCENTE ' EN LA MATERIA '
                           REG-ASG-NRO-MATERIA
               END-IF
           END-IF.

       27000-UBICAR-DOCENTE-ASG.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-DO FROM 1 BY 1
                   UNTIL IND-DO > WSV-CONT-DOCENTES
                       OR WSS-ENCONTRADO
               IF WST-DO-NRO(IND-DO) = REG-ASG-NRO-DOCENTE
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-DO DOWN BY 1
           END-IF.

      *RECORRE LA GRILLA HORARIA: CADA MODULO SUMA UNA HORA AL
      *DOCENTE QUE LO DICTA Y A LA MATERIA DEL CURSO
       30000-CARGAR-GRILLA.
           OPEN INPUT HORARIOS
           IF NOT WSS-FS-HORARIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE HORARIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HORARIOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-Y-SUMAR-MODULO UNTIL WSS-FS-HORARIOS-EOF
           CLOSE HORARIOS.

       31000-LEER-Y-SUMAR-MODULO.
           READ HORARIOS
           IF WSS-FS-HORARIOS-OK
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING IND-DO FROM 1 BY 1
                       UNTIL IND-DO > WSV-CONT-DOCENTES
                           OR WSS-ENCONTRADO
                   IF WST-DO-NRO(IND-DO) = REG-HOR-NRO-DOCENTE
                       SET WSS-ENCONTRADO TO TRUE
                       ADD 1 TO WST-DO-MODULOS(IND-DO)
                   END-IF
               END-PERFORM
               IF NOT WSS-ENCONTRADO
                   DISPLAY 'HORARIOS: DOCENTE INEXISTENTE '
                           REG-HOR-NRO-DOCENTE ' EN LA MATERIA '
                           REG-HOR-NRO-MATERIA ' CURSO ' REG-HOR-CURSO
               END-IF
               PERFORM 32000-SUMAR-MATERIA-CURSO
           END-IF.

       32000-SUMAR-MATERIA-CURSO.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
                       OR WSS-ENCONTRADO
               IF WST-MC-NRO-MATERIA(IND-MC) = REG-HOR-NRO-MATERIA
                       AND WST-MC-CURSO(IND-MC) = REG-HOR-CURSO
                   SET WSS-ENCONTRADO TO TRUE
                   ADD 1 TO WST-MC-MODULOS(IND-MC)
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               IF WSV-CONT-MAT-CURSO >= WSC-MAX-MAT-CURSO
                   DISPLAY 'TABLA DE MATERIAS POR CURSO LLENA, EL '
                           'CONTROL DE MATERIAS PUEDE SALIR INCOMPLETO'
               ELSE
                   ADD 1 TO WSV-CONT-MAT-CURSO
                   SET IND-MC TO WSV-CONT-MAT-CURSO
                   MOVE REG-HOR-NRO-MATERIA
                       TO WST-MC-NRO-MATERIA(IND-MC)
                   MOVE REG-HOR-CURSO TO WST-MC-CURSO(IND-MC)
                   MOVE 1 TO WST-MC-MODULOS(IND-MC)
               END-IF
           END-IF.

      *EMITE LA CARGA DE CADA DOCENTE CON SUS AVISOS, LAS MATERIAS
      *CON MODULOS DISTINTOS A SUS HORAS Y LOS TOTALES
       40000-EMITIR-INFORME.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'DOCCARGA.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'ANIO ' WSV-ANIO-E
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE 'CARGA HORARIA DOCENTE' TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-TITULO-DOCENTES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-DO FROM 1 BY 1
                   UNTIL IND-DO > WSV-CONT-DOCENTES
               PERFORM 41000-EMITIR-DOCENTE
           END-PERFORM
           PERFORM 42000-EMITIR-MATERIAS
           PERFORM 43000-EMITIR-TOTALES
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'INFORME GRABADO EN ' REG-LIST-ARCHIVO.

      *UNA LINEA POR DOCENTE Y UNA LINEA POR CADA AVISO
       41000-EMITIR-DOCENTE.
           MOVE WST-DO-NRO(IND-DO) TO WSV-DOC-NRO-R
           MOVE WST-DO-NOMBRE(IND-DO) TO WSV-DOC-NOMBRE-R
           MOVE WST-DO-HS-CONTRATO(IND-DO) TO WSV-DOC-CONTRATO-R
           MOVE WST-DO-HS-MAXIMO(IND-DO) TO WSV-DOC-MAXIMO-R
           MOVE WST-DO-MODULOS(IND-DO) TO WSV-DOC-MODULOS-R
           MOVE WST-DO-HS-MATERIAS(IND-DO) TO WSV-DOC-HS-MATERIAS-R
           MOVE WSV-LINEA-DOCENTE TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WST-DO-HS-CONTRATO(IND-DO) = 0
                   AND WST-DO-HS-MAXIMO(IND-DO) = 0
               ADD 1 TO WSV-CONT-SIN-CONTRATO
               MOVE '    ** SIN HORAS DE CONTRATO CARGADAS (DOCMANT)'
                   TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           ELSE
               IF WST-DO-HS-MAXIMO(IND-DO) > 0 AND
                       WST-DO-MODULOS(IND-DO) >
                       WST-DO-HS-MAXIMO(IND-DO)
                   ADD 1 TO WSV-CONT-SOBRE-MAXIMO
                   MOVE '    ** SUPERA EL MAXIMO DE HORAS SEMANALES'
                       TO REG-LIST-LINEA
                   PERFORM 46000-ESCRIBIR-LINEA
               END-IF
               IF WST-DO-MODULOS(IND-DO) <
                       WST-DO-HS-CONTRATO(IND-DO)
                   ADD 1 TO WSV-CONT-BAJO-CONTRATO
                   MOVE '    ** POR DEBAJO DE LAS HORAS DE CONTRATO'
                       TO REG-LIST-LINEA
                   PERFORM 46000-ESCRIBIR-LINEA
               END-IF
           END-IF
           IF WST-DO-MODULOS(IND-DO) NOT=
                   WST-DO-HS-MATERIAS(IND-DO)
               ADD 1 TO WSV-CONT-DIF-MATERIAS
               MOVE SPACES TO REG-LIST-LINEA
               STRING '    ** MODULOS EN LA GRILLA DISTINTOS A LAS '
                      'HORAS DE SUS MATERIAS'
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF.

      *MATERIAS DE CADA CURSO CUYOS MODULOS EN LA GRILLA NO
      *COINCIDEN CON SUS HORAS SEMANALES
       42000-EMITIR-MATERIAS.
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE 'MATERIAS CON MODULOS DISTINTOS A SUS HORAS SEMANALES'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-TITULO-MATERIAS TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           PERFORM VARYING IND-MC FROM 1 BY 1
                   UNTIL IND-MC > WSV-CONT-MAT-CURSO
               MOVE "B" TO WSS-OPCION-MAT
               MOVE WST-MC-NRO-MATERIA(IND-MC) TO REG-NRO-MAT-E
               CALL WSC-RUTMAT USING REGISTRO-MATERIA
               IF NOT WSS-MAT-OK
                   MOVE 'MATERIA INEXISTENTE' TO REG-DESCRIP-MAT-R
                   MOVE 0 TO REG-HORAS-MAT-R
               END-IF
               IF WST-MC-MODULOS(IND-MC) NOT= REG-HORAS-MAT-R
                   ADD 1 TO WSV-CONT-MAT-DISTINTAS
                   MOVE WST-MC-NRO-MATERIA(IND-MC) TO WSV-MAT-NRO-R
                   MOVE REG-DESCRIP-MAT-R TO WSV-MAT-DESCRIP-R
                   MOVE WST-MC-CURSO(IND-MC) TO WSV-MAT-CURSO-R
                   MOVE WST-MC-MODULOS(IND-MC) TO WSV-MAT-MODULOS-R
                   MOVE REG-HORAS-MAT-R TO WSV-MAT-HORAS-R
                   MOVE WSV-LINEA-MATERIA TO REG-LIST-LINEA
                   PERFORM 46000-ESCRIBIR-LINEA
               END-IF
           END-PERFORM.

       43000-EMITIR-TOTALES.
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'DOCENTES SOBRE EL MAXIMO: ' WSV-CONT-SOBRE-MAXIMO
                  '   BAJO CONTRATO: ' WSV-CONT-BAJO-CONTRATO
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'DOCENTES CON GRILLA DISTINTA A SUS MATERIAS: '
                  WSV-CONT-DIF-MATERIAS
                  '   SIN CONTRATO: ' WSV-CONT-SIN-CONTRATO
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'MATERIAS CON MODULOS DISTINTOS A SUS HORAS: '
                  WSV-CONT-MAT-DISTINTAS
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

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
