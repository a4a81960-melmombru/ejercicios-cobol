      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Informe de materias previas por curso: para el
      *curso pedido (o todos), lista cada alumno que arrastra previas
      *pendientes en PREVIAS.DAT (armado por PROMOANU y cancelado por
      *las mesas y recuperatorios aprobados via RUTPREV), con la
      *materia y el anio de origen de cada una, y marca a quien
      *supera el maximo de materias recursadas de PROMOCION.PRM,
      *para tratarlo antes de la proxima corrida de promocion. Sale
      *por pantalla y paginado en PREVREP.LIS via RUTLIST.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro de PROMOCION.PRM incluye
      *   REG-PRM-CUPO-REINC: con el largo anterior la lectura daba
      *   status 06 y el listado salia siempre sin parametros.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PREVREP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PARAMETROS  ASSIGN TO DISK 'PROMOCION.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL PREVIAS     ASSIGN TO DISK 'PREVIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PREVIAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-PROM-MINIMO              PIC 9(02)V9(02).
           05 REG-PRM-MAX-RECURSADAS           PIC 9(02).
           05 REG-PRM-NOTA-APROB               PIC 9(02).
           05 REG-PRM-MAX-FALTAS               PIC 9(03).
           05 REG-PRM-CUPO-REINC               PIC 9(03).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD PREVIAS.
       COPY REG-PREVARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-PREVIAS                       PIC X(02).
           88 WSS-FS-PREVIAS-OK                        VALUE '00' '05'.
           88 WSS-FS-PREVIAS-EOF                       VALUE '10'.

       01 WSV-MAX-RECURSADAS                   PIC 9(02) VALUE 0.
       01 WSV-HAY-MAXIMO                       PIC X(01) VALUE 'N'.
           88 WSS-HAY-MAXIMO                       VALUE 'S'.
       01 WSV-CURSO-E                          PIC X(02).

      *ALUMNOS DEL MAESTRO, CON LA CANTIDAD DE PREVIAS PENDIENTES
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 200 TIMES INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-NOMBRE                PIC X(23).
               10 WST-AL-CURSO                 PIC X(02).
               10 WST-AL-CANT-PREVIAS          PIC 9(02).

      *PREVIAS PENDIENTES
       01 WSC-MAX-PREVIAS                      PIC 9(04) VALUE 1000.
       01 WSV-CONT-PREVIAS                     PIC S9(4) COMP VALUE 0.
       01 WST-PREVIAS.
           05 WST-PREVIA          OCCURS 1000 TIMES INDEXED BY IND-PV.
               10 WST-PV-NRO-ALUMNO            PIC 9(04).
               10 WST-PV-NRO-MATERIA           PIC 9(02).
               10 WST-PV-ANIO-ORIGEN           PIC 9(04).

      *CURSOS DISTINTOS DEL MAESTRO, PARA AGRUPAR EL INFORME
       01 WSC-MAX-GRUPOS                       PIC 9(03) VALUE 100.
       01 WSV-CONT-GRUPOS                      PIC S9(4) COMP VALUE 0.
       01 WST-GRUPOS.
           05 WST-GRUPO-CURSO      PIC X(02) OCCURS 100 TIMES
                                   INDEXED BY IND-GR.
       01 WSV-GRUPO-VISTO                      PIC X(01).
           88 WSS-GRUPO-VISTO                      VALUE 'S'.

       01 WSV-CONT-ALU-CURSO                   PIC 9(04).
       01 WSV-TOT-ALUMNOS                      PIC 9(04) VALUE 0.
       01 WSV-TOT-PREVIAS                      PIC 9(04) VALUE 0.
       01 WSV-TOT-SOBRE-MAXIMO                 PIC 9(04) VALUE 0.

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
       01 WSV-LINEA-CURSO.
           05 FILLER                           PIC X(08)
                                                   VALUE "* CURSO ".
           05 WSV-CUR-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(68) VALUE SPACES.
       01 WSV-LINEA-ALUMNO.
           05 FILLER                           PIC X(03) VALUE "*  ".
           05 WSV-ALU-NRO-R                    PIC 9(04).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-ALU-NOMBRE-R                 PIC X(23).
           05 FILLER                           PIC X(10)
                                                   VALUE " PREVIAS: ".
           05 WSV-ALU-CANT-R                   PIC Z9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-ALU-MARCA-R                  PIC X(20).
       01 WSV-LINEA-PREVIA.
           05 FILLER                           PIC X(11) VALUE "*".
           05 WSV-PRE-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-PRE-DESCRIP-R                PIC X(25).
           05 FILLER                           PIC X(08)
                                                   VALUE " DE ANIO".
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-PRE-ANIO-R                   PIC 9(04).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-CARGAR-PARAMETROS
           PERFORM 11000-PEDIR-CURSO
           PERFORM 20000-CARGAR-ALUMNOS
           PERFORM 25000-CARGAR-PREVIAS
           PERFORM 30000-EMITIR-INFORME
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS VIA RUTMAT PARA LA DESCRIPCION DE
      *CADA PREVIA
       05000-CARGAR-TABLA-MAT.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF.

      *TOMA DE PROMOCION.PRM EL MAXIMO DE MATERIAS RECURSADAS; SIN
      *PARAMETROS EL INFORME SALE SIN LA MARCA DE EXCEDIDOS
       10000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               READ PARAMETROS
               IF WSS-FS-PARAMETROS-OK
                   MOVE REG-PRM-MAX-RECURSADAS TO WSV-MAX-RECURSADAS
                   SET WSS-HAY-MAXIMO TO TRUE
               END-IF
               CLOSE PARAMETROS
           END-IF
           IF WSS-HAY-MAXIMO
               DISPLAY 'MAXIMO DE RECURSADAS: ' WSV-MAX-RECURSADAS
           ELSE
               DISPLAY 'SIN PROMOCION.PRM, EL INFORME SALE SIN LA '
                       'MARCA DE EXCEDIDOS'
           END-IF.

       11000-PEDIR-CURSO.
           DISPLAY 'INGRESE CURSO (EJ 1A, EN BLANCO TODOS): '
           ACCEPT WSV-CURSO-E.

      *LEE ALUMNOS.DAT COMPLETO Y REGISTRA LOS CURSOS DISTINTOS
       20000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-ALUMNO UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS.

       21000-LEER-Y-CARGAR-ALUMNO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK AND WSS-ALU-ACTIVO
               IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                   DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
               ELSE
                   ADD 1 TO WSV-CONT-ALUMNOS
                   SET IND-AL TO WSV-CONT-ALUMNOS
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
                   MOVE REG-ALU-NOMBRE TO WST-AL-NOMBRE(IND-AL)
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   MOVE 0 TO WST-AL-CANT-PREVIAS(IND-AL)
                   PERFORM 22000-REGISTRAR-CURSO
               END-IF
           END-IF
           END-IF.

       22000-REGISTRAR-CURSO.
           MOVE 'N' TO WSV-GRUPO-VISTO
           PERFORM VARYING IND-GR FROM 1 BY 1
                   UNTIL IND-GR > WSV-CONT-GRUPOS
                       OR WSS-GRUPO-VISTO
               IF WST-GRUPO-CURSO(IND-GR) = REG-ALU-CURSO
                   SET WSS-GRUPO-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-GRUPO-VISTO
                   AND WSV-CONT-GRUPOS < WSC-MAX-GRUPOS
               ADD 1 TO WSV-CONT-GRUPOS
               SET IND-GR TO WSV-CONT-GRUPOS
               MOVE REG-ALU-CURSO TO WST-GRUPO-CURSO(IND-GR)
           END-IF.

      *LEE LAS PREVIAS PENDIENTES Y LAS CUENTA EN CADA ALUMNO
       25000-CARGAR-PREVIAS.
           OPEN INPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               DISPLAY 'ERROR EN EL OPEN DE PREVIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PREVIAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-Y-CARGAR-PREVIA UNTIL WSS-FS-PREVIAS-EOF
           CLOSE PREVIAS.

       26000-LEER-Y-CARGAR-PREVIA.
           READ PREVIAS
           IF WSS-FS-PREVIAS-OK AND WSS-PRA-PENDIENTE
               IF WSV-CONT-PREVIAS >= WSC-MAX-PREVIAS
                   DISPLAY 'TABLA DE PREVIAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PREVIAS
               ELSE
                   ADD 1 TO WSV-CONT-PREVIAS
                   SET IND-PV TO WSV-CONT-PREVIAS
                   MOVE REG-PRA-NRO-ALUMNO TO WST-PV-NRO-ALUMNO(IND-PV)
                   MOVE REG-PRA-NRO-MATERIA
                       TO WST-PV-NRO-MATERIA(IND-PV)
                   MOVE REG-PRA-ANIO-ORIGEN
                       TO WST-PV-ANIO-ORIGEN(IND-PV)
                   PERFORM VARYING IND-AL FROM 1 BY 1
                           UNTIL IND-AL > WSV-CONT-ALUMNOS
                       IF WST-AL-NRO(IND-AL) = REG-PRA-NRO-ALUMNO
                           ADD 1 TO WST-AL-CANT-PREVIAS(IND-AL)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *RECORRE LOS CURSOS PEDIDOS Y LISTA SUS ALUMNOS CON PREVIAS
       30000-EMITIR-INFORME.
           PERFORM 45000-ABRIR-LISTADO
           DISPLAY WSV-LINEA
           DISPLAY 'MATERIAS PREVIAS PENDIENTES POR CURSO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-GR FROM 1 BY 1
                   UNTIL IND-GR > WSV-CONT-GRUPOS
               IF WSV-CURSO-E = SPACES
                       OR WSV-CURSO-E = WST-GRUPO-CURSO(IND-GR)
                   PERFORM 31000-EMITIR-CURSO
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'ALUMNOS CON PREVIAS:    ' WSV-TOT-ALUMNOS
           DISPLAY 'PREVIAS PENDIENTES:     ' WSV-TOT-PREVIAS
           DISPLAY 'SOBRE EL MAXIMO:        ' WSV-TOT-SOBRE-MAXIMO
           DISPLAY WSV-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'ALUMNOS CON PREVIAS: ' WSV-TOT-ALUMNOS
                  '  PREVIAS PENDIENTES: ' WSV-TOT-PREVIAS
                  '  SOBRE EL MAXIMO: ' WSV-TOT-SOBRE-MAXIMO
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'LISTADO PAGINADO GRABADO EN PREVREP.LIS'.

       31000-EMITIR-CURSO.
           MOVE 0 TO WSV-CONT-ALU-CURSO
           MOVE WST-GRUPO-CURSO(IND-GR) TO WSV-CUR-CURSO-R
           DISPLAY WSV-LINEA-CURSO
           MOVE WSV-LINEA-CURSO TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WST-AL-CURSO(IND-AL) = WST-GRUPO-CURSO(IND-GR)
                       AND WST-AL-CANT-PREVIAS(IND-AL) NOT= 0
                   PERFORM 32000-EMITIR-ALUMNO
               END-IF
           END-PERFORM
           IF WSV-CONT-ALU-CURSO = 0
               DISPLAY '*  SIN ALUMNOS CON PREVIAS'
               MOVE '*  SIN ALUMNOS CON PREVIAS' TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF.

      *UN ALUMNO CON LA CANTIDAD DE PREVIAS, LA MARCA DE EXCEDIDO Y
      *EL DETALLE DE CADA PREVIA
       32000-EMITIR-ALUMNO.
           ADD 1 TO WSV-CONT-ALU-CURSO
           ADD 1 TO WSV-TOT-ALUMNOS
           ADD WST-AL-CANT-PREVIAS(IND-AL) TO WSV-TOT-PREVIAS
           MOVE WST-AL-NRO(IND-AL) TO WSV-ALU-NRO-R
           MOVE WST-AL-NOMBRE(IND-AL) TO WSV-ALU-NOMBRE-R
           MOVE WST-AL-CANT-PREVIAS(IND-AL) TO WSV-ALU-CANT-R
           MOVE SPACES TO WSV-ALU-MARCA-R
           IF WSS-HAY-MAXIMO
                   AND WST-AL-CANT-PREVIAS(IND-AL) > WSV-MAX-RECURSADAS
               MOVE '** SUPERA EL MAXIMO' TO WSV-ALU-MARCA-R
               ADD 1 TO WSV-TOT-SOBRE-MAXIMO
           END-IF
           DISPLAY WSV-LINEA-ALUMNO
           MOVE WSV-LINEA-ALUMNO TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           PERFORM VARYING IND-PV FROM 1 BY 1
                   UNTIL IND-PV > WSV-CONT-PREVIAS
               IF WST-PV-NRO-ALUMNO(IND-PV) = WST-AL-NRO(IND-AL)
                   PERFORM 33000-EMITIR-PREVIA
               END-IF
           END-PERFORM.

       33000-EMITIR-PREVIA.
           MOVE WST-PV-NRO-MATERIA(IND-PV) TO WSV-PRE-MATERIA-R
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WST-PV-NRO-MATERIA(IND-PV) TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF WSS-MAT-OK
               MOVE REG-DESCRIP-MAT-R TO WSV-PRE-DESCRIP-R
           ELSE
               MOVE SPACES TO WSV-PRE-DESCRIP-R
           END-IF
           MOVE WST-PV-ANIO-ORIGEN(IND-PV) TO WSV-PRE-ANIO-R
           DISPLAY WSV-LINEA-PREVIA
           MOVE WSV-LINEA-PREVIA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO.

      *ABRE PREVREP.LIS VIA RUTLIST CON EL CURSO PEDIDO Y EL
      *ENCABEZADO DE COLUMNAS
       45000-ABRIR-LISTADO.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'PREVREP.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           IF WSV-CURSO-E = SPACES
               MOVE 'TODOS LOS CURSOS' TO REG-LIST-PERIODO
           ELSE
               STRING 'CURSO ' WSV-CURSO-E
                   DELIMITED BY SIZE INTO REG-LIST-PERIODO
           END-IF
           MOVE 'ALUMNO / CANTIDAD DE PREVIAS / MATERIA Y ANIO'
               TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *MANDA LA MISMA LINEA DEL INFORME AL LISTADO PAGINADO
       46000-ESCRIBIR-LISTADO.
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
