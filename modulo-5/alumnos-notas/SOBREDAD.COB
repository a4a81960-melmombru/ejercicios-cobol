      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Informe de sobreedad por curso: para el ciclo
      *pedido toma los alumnos activos de ALUMNOS.DAT, calcula via
      *RUTEDAD la edad cumplida al 30 de junio del ciclo contra la
      *edad teorica del anio del curso (EDADES.PRM) y lista, curso
      *por curso, los alumnos que la superan en uno o mas anios, con
      *su fecha de nacimiento, edad y anios de sobreedad. Cada curso
      *cierra con la cantidad de alumnos, los que tienen sobreedad y
      *su porcentaje, y los que no tienen fecha de nacimiento
      *cargada (que no se pueden evaluar y se completan desde
      *ALUMANT); al final van los totales de la escuela.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SOBREDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-FECHA-CORTE.
           05 WSV-COR-ANIO                     PIC 9(04).
           05 WSV-COR-MESDIA                   PIC 9(04) VALUE 0630.

      *ALUMNOS ACTIVOS CON SU EDAD, CON EL CURSO Y EL NUMERO AL
      *FRENTE DEL AREA DE CLAVE PARA ORDENAR VIA RUTSORT
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 200 TIMES INDEXED BY IND-AL.
               10 WST-AL-CURSO                 PIC X(02).
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-NOMBRE                PIC X(23).
               10 WST-AL-FECHA-NAC             PIC 9(08).
               10 WST-AL-EDAD                  PIC 9(02).
               10 WST-AL-TEORICA               PIC 9(02).
               10 WST-AL-SOBREEDAD             PIC 9(02).
               10 WST-AL-SITUACION             PIC X(01).
                   88 WSS-AL-EVALUADO                  VALUE 'E'.
                   88 WSS-AL-SIN-FECHA                 VALUE 'F'.
                   88 WSS-AL-SIN-TEORICA               VALUE 'T'.

      *CORTE DE CONTROL POR CURSO
       01 WSV-CURSO-ACTUAL                     PIC X(02).
       01 WSV-CU-ALUMNOS                       PIC 9(04).
       01 WSV-CU-SOBREEDAD                     PIC 9(04).
       01 WSV-CU-SIN-FECHA                     PIC 9(04).
       01 WSV-CU-SIN-TEORICA                   PIC 9(04).
       01 WSV-TOT-ALUMNOS                      PIC 9(04) VALUE 0.
       01 WSV-TOT-SOBREEDAD                    PIC 9(04) VALUE 0.
       01 WSV-TOT-SIN-FECHA                    PIC 9(04) VALUE 0.
       01 WSV-TOT-SIN-TEORICA                  PIC 9(04) VALUE 0.
       01 WSV-PORCENTAJE                       PIC 9(03).

      *LINEAS DEL INFORME
       01 WSV-LINEA-TITULO.
           05 FILLER                           PIC X(29)
                               VALUE "INFORME DE SOBREEDAD - CICLO ".
           05 WSV-TIT-ANIO                     PIC 9(04).
           05 FILLER                           PIC X(23)
                               VALUE " (EDAD AL 30 DE JUNIO)".
           05 FILLER                           PIC X(22) VALUE SPACES.
       01 WSV-LINEA-CURSO.
           05 FILLER                           PIC X(06)
                                                       VALUE "CURSO ".
           05 WSV-LCU-CURSO                    PIC X(02).
           05 FILLER                           PIC X(16)
                                           VALUE " - EDAD TEORICA ".
           05 WSV-LCU-TEORICA                  PIC Z9.
           05 FILLER                           PIC X(52) VALUE SPACES.
       01 WSV-LINEA-DETALLE.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-DET-NRO                      PIC 9(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-DET-NOMBRE                   PIC X(23).
           05 FILLER                           PIC X(06)
                                                       VALUE " NAC. ".
           05 WSV-DET-DIA                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WSV-DET-MES                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WSV-DET-ANIO                     PIC 9(04).
           05 FILLER                           PIC X(06)
                                                       VALUE " EDAD ".
           05 WSV-DET-EDAD                     PIC Z9.
           05 FILLER                           PIC X(11)
                                                 VALUE " SOBREEDAD ".
           05 WSV-DET-SOBREEDAD                PIC Z9.
           05 FILLER                           PIC X(11) VALUE SPACES.
       01 WSV-LINEA-SUBTOTAL.
           05 FILLER                           PIC X(11)
                                                 VALUE "  ALUMNOS: ".
           05 WSV-SUB-ALUMNOS                  PIC ZZZ9.
           05 FILLER                           PIC X(17)
                                           VALUE "  CON SOBREEDAD: ".
           05 WSV-SUB-SOBREEDAD                PIC ZZZ9.
           05 FILLER                           PIC X(02) VALUE " (".
           05 WSV-SUB-PORCENTAJE               PIC ZZ9.
           05 FILLER                           PIC X(03) VALUE " %)".
           05 FILLER                           PIC X(13)
                                               VALUE "  SIN FECHA: ".
           05 WSV-SUB-SIN-FECHA                PIC ZZZ9.
           05 FILLER                           PIC X(17) VALUE SPACES.

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTEDAD                         PIC X(07)
                                                       VALUE "RUTEDAD".
       COPY REG-EDAD.
       01  WSC-RUTSORT                         PIC X(07)
                                                       VALUE "RUTSORT".
       COPY REG-SORT.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'INGRESE CICLO A INFORMAR (AAAA): '
           ACCEPT WSV-ANIO-E
           MOVE WSV-ANIO-E TO WSV-COR-ANIO
           PERFORM 10000-CARGAR-EDADES
           PERFORM 20000-CARGAR-ALUMNOS
           PERFORM 30000-ORDENAR-ALUMNOS
           PERFORM 40000-INFORMAR-SOBREEDAD
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LAS EDADES TEORICAS VIA RUTEDAD; SIN ELLAS NO HAY
      *CONTRA QUE COMPARAR
       10000-CARGAR-EDADES.
           MOVE "A" TO WSS-OPCION-EDAD
           CALL WSC-RUTEDAD USING REGISTRO-EDAD
           IF NOT WSS-EDAD-OK
               DISPLAY 'NO SE PUDIERON CARGAR LAS EDADES TEORICAS: '
                       WSV-ST-TEXTO-EDAD
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

       20000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-ALUMNO
               UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS.

      *CARGA CADA ALUMNO ACTIVO CON SU EDAD AL CORTE; LOS DADOS DE
      *BAJA Y EL TRAILER NO CUENTAN
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
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
                   MOVE REG-ALU-NOMBRE TO WST-AL-NOMBRE(IND-AL)
                   PERFORM 22000-CALCULAR-EDAD
               END-IF
           END-IF
           END-IF.

      *CALCULA LA EDAD Y LA SOBREEDAD DEL ALUMNO VIA RUTEDAD; UNA
      *FECHA DE NACIMIENTO EN BLANCO (LEGAJO SIN COMPLETAR) VALE CERO
       22000-CALCULAR-EDAD.
           IF REG-ALU-FECHA-NAC NOT NUMERIC
               MOVE 0 TO REG-ALU-FECHA-NAC
           END-IF
           MOVE REG-ALU-FECHA-NAC TO WST-AL-FECHA-NAC(IND-AL)
           MOVE "B" TO WSS-OPCION-EDAD
           MOVE REG-ALU-FECHA-NAC TO REG-EDAD-FECHA-NAC-E
           MOVE REG-ALU-CURSO TO REG-EDAD-CURSO-E
           MOVE WSV-FECHA-CORTE TO REG-EDAD-FECHA-CORTE-E
           CALL WSC-RUTEDAD USING REGISTRO-EDAD
           MOVE REG-EDAD-EDAD-R TO WST-AL-EDAD(IND-AL)
           MOVE REG-EDAD-TEORICA-R TO WST-AL-TEORICA(IND-AL)
           MOVE REG-EDAD-SOBREEDAD-R TO WST-AL-SOBREEDAD(IND-AL)
           EVALUATE TRUE
               WHEN WSS-EDAD-OK
                   SET WSS-AL-EVALUADO(IND-AL) TO TRUE
               WHEN WSS-EDAD-SIN-FECHA
                   SET WSS-AL-SIN-FECHA(IND-AL) TO TRUE
               WHEN OTHER
                   SET WSS-AL-SIN-TEORICA(IND-AL) TO TRUE
           END-EVALUATE.

      *ORDENA LOS ALUMNOS POR CURSO Y NUMERO VIA RUTSORT
       30000-ORDENAR-ALUMNOS.
           IF WSV-CONT-ALUMNOS > 1
               MOVE WSV-CONT-ALUMNOS TO REG-SORT-CANT-ELEM
               MOVE 44 TO REG-SORT-LONG-ELEM
               MOVE 1 TO REG-SORT-POS-CLAVE
               MOVE 6 TO REG-SORT-LONG-CLAVE
               SET WSS-SORT-ASCENDENTE TO TRUE
               CALL WSC-RUTSORT USING REGISTRO-SORT WST-ALUMNOS
               IF WSS-SORT-ERROR
                   DISPLAY 'ERROR AL ORDENAR LOS ALUMNOS'
                   DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               END-IF
           END-IF.

      *RECORRE LOS ALUMNOS ORDENADOS CON CORTE DE CONTROL POR CURSO,
      *LISTANDO LOS QUE TIENEN SOBREEDAD Y EL SUBTOTAL DE CADA CURSO
       40000-INFORMAR-SOBREEDAD.
           MOVE WSV-ANIO-E TO WSV-TIT-ANIO
           DISPLAY WSV-LINEA
           DISPLAY WSV-LINEA-TITULO
           DISPLAY WSV-LINEA
           MOVE SPACES TO WSV-CURSO-ACTUAL
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WST-AL-CURSO(IND-AL) NOT= WSV-CURSO-ACTUAL
                   IF WSV-CURSO-ACTUAL NOT= SPACES
                       PERFORM 42000-CERRAR-CURSO
                   END-IF
                   PERFORM 41000-ABRIR-CURSO
               END-IF
               PERFORM 43000-PROCESAR-ALUMNO
           END-PERFORM
           IF WSV-CURSO-ACTUAL NOT= SPACES
               PERFORM 42000-CERRAR-CURSO
           END-IF
           PERFORM 45000-INFORMAR-TOTALES.

       41000-ABRIR-CURSO.
           MOVE WST-AL-CURSO(IND-AL) TO WSV-CURSO-ACTUAL
           MOVE 0 TO WSV-CU-ALUMNOS
           MOVE 0 TO WSV-CU-SOBREEDAD
           MOVE 0 TO WSV-CU-SIN-FECHA
           MOVE 0 TO WSV-CU-SIN-TEORICA
           MOVE WST-AL-CURSO(IND-AL) TO WSV-LCU-CURSO
           MOVE WST-AL-TEORICA(IND-AL) TO WSV-LCU-TEORICA
           DISPLAY WSV-LINEA-CURSO.

      *CUENTA AL ALUMNO EN SU CURSO Y LO LISTA SI SUPERA LA EDAD
      *TEORICA EN UNO O MAS ANIOS
       43000-PROCESAR-ALUMNO.
           ADD 1 TO WSV-CU-ALUMNOS
           EVALUATE TRUE
               WHEN WSS-AL-SIN-FECHA(IND-AL)
                   ADD 1 TO WSV-CU-SIN-FECHA
               WHEN WSS-AL-SIN-TEORICA(IND-AL)
                   ADD 1 TO WSV-CU-SIN-TEORICA
               WHEN WST-AL-SOBREEDAD(IND-AL) >= 1
                   ADD 1 TO WSV-CU-SOBREEDAD
                   MOVE WST-AL-NRO(IND-AL) TO WSV-DET-NRO
                   MOVE WST-AL-NOMBRE(IND-AL) TO WSV-DET-NOMBRE
                   MOVE WST-AL-FECHA-NAC(IND-AL)(7:2) TO WSV-DET-DIA
                   MOVE WST-AL-FECHA-NAC(IND-AL)(5:2) TO WSV-DET-MES
                   MOVE WST-AL-FECHA-NAC(IND-AL)(1:4) TO WSV-DET-ANIO
                   MOVE WST-AL-EDAD(IND-AL) TO WSV-DET-EDAD
                   MOVE WST-AL-SOBREEDAD(IND-AL) TO WSV-DET-SOBREEDAD
                   DISPLAY WSV-LINEA-DETALLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *SUBTOTAL DEL CURSO: EL PORCENTAJE SE TOMA SOBRE LOS ALUMNOS
      *QUE SE PUDIERON EVALUAR
       42000-CERRAR-CURSO.
           MOVE WSV-CU-ALUMNOS TO WSV-SUB-ALUMNOS
           MOVE WSV-CU-SOBREEDAD TO WSV-SUB-SOBREEDAD
           MOVE WSV-CU-SIN-FECHA TO WSV-SUB-SIN-FECHA
           MOVE 0 TO WSV-PORCENTAJE
           IF WSV-CU-ALUMNOS > WSV-CU-SIN-FECHA + WSV-CU-SIN-TEORICA
               COMPUTE WSV-PORCENTAJE ROUNDED =
                       WSV-CU-SOBREEDAD * 100 /
                       (WSV-CU-ALUMNOS - WSV-CU-SIN-FECHA
                                       - WSV-CU-SIN-TEORICA)
           END-IF
           MOVE WSV-PORCENTAJE TO WSV-SUB-PORCENTAJE
           DISPLAY WSV-LINEA-SUBTOTAL
           IF WSV-CU-SIN-TEORICA > 0
               DISPLAY '  EL CURSO NO TIENE EDAD TEORICA EN '
                       'EDADES.PRM, ALUMNOS SIN EVALUAR: '
                       WSV-CU-SIN-TEORICA
           END-IF
           ADD WSV-CU-ALUMNOS TO WSV-TOT-ALUMNOS
           ADD WSV-CU-SOBREEDAD TO WSV-TOT-SOBREEDAD
           ADD WSV-CU-SIN-FECHA TO WSV-TOT-SIN-FECHA
           ADD WSV-CU-SIN-TEORICA TO WSV-TOT-SIN-TEORICA.

       45000-INFORMAR-TOTALES.
           DISPLAY WSV-LINEA
           DISPLAY 'TOTAL ESCUELA'
           MOVE WSV-TOT-ALUMNOS TO WSV-SUB-ALUMNOS
           MOVE WSV-TOT-SOBREEDAD TO WSV-SUB-SOBREEDAD
           MOVE WSV-TOT-SIN-FECHA TO WSV-SUB-SIN-FECHA
           MOVE 0 TO WSV-PORCENTAJE
           IF WSV-TOT-ALUMNOS >
                   WSV-TOT-SIN-FECHA + WSV-TOT-SIN-TEORICA
               COMPUTE WSV-PORCENTAJE ROUNDED =
                       WSV-TOT-SOBREEDAD * 100 /
                       (WSV-TOT-ALUMNOS - WSV-TOT-SIN-FECHA
                                        - WSV-TOT-SIN-TEORICA)
           END-IF
           MOVE WSV-PORCENTAJE TO WSV-SUB-PORCENTAJE
           DISPLAY WSV-LINEA-SUBTOTAL
           IF WSV-TOT-SIN-FECHA > 0
               DISPLAY 'COMPLETAR LA FECHA DE NACIMIENTO DESDE '
                       'ALUMANT PARA EVALUARLOS'
           END-IF
           DISPLAY WSV-LINEA.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
