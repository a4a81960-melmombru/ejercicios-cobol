      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Proyeccion de matricula del anio siguiente por
      *curso, para que direccion decida en noviembre cuantas
      *divisiones abrir. Parte de los alumnos activos de ALUMNOS.DAT
      *y de su resultado en ESTADO-ACADEMICO.DAT (PROMOANU): el
      *PROMOVIDO pasa al curso siguiente segun CURSOSEC.DAT (o egresa
      *si su curso no tiene siguiente), el RECURSA y el que no tiene
      *estado quedan en su curso (igual que en CURSOROT). Suma los
      *ingresantes de ALUMNOS_IMP.CSV que ALUMIMP todavia no dio de
      *alta. Los CONDICIONALES sin resolver se muestran como rango:
      *el mejor caso los cuenta promovidos y el peor caso en su curso.
      *Cada curso se compara con su cupo por division de CUPOS.PRM
      *(curso y cupo por linea) para informar las divisiones
      *necesarias en cada caso.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROYMATR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS           ASSIGN TO DISK 'CUPOS.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT SECUENCIA            ASSIGN TO DISK 'CURSOSEC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SECUENCIA.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT ESTADO-ACADEMICO     ASSIGN TO DISK
                                   'ESTADO-ACADEMICO.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ESTADO.

       SELECT OPTIONAL IMPORTACION ASSIGN TO DISK 'ALUMNOS_IMP.CSV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-IMPORTACION.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-CURSO                    PIC X(02).
           05 REG-PRM-CUPO                     PIC 9(03).

       FD SECUENCIA.
       01 REG-SECUENCIA.
           05 REG-SEC-CURSO-ACTUAL             PIC X(02).
           05 REG-SEC-CURSO-SIGUIENTE          PIC X(02).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD ESTADO-ACADEMICO.
       01 REG-ESTADO.
           05 REG-EST-NRO-ALUMNO               PIC 9(04).
           05 REG-EST-NOMBRE                   PIC X(23).
           05 REG-EST-ANIO                     PIC 9(04).
           05 REG-EST-PROMEDIO                 PIC 9(02)V9(02).
           05 REG-EST-RECURSADAS               PIC 9(02).
           05 REG-EST-ESTADO                   PIC X(01).
               88 WSS-EST-PROMOVIDO                    VALUE 'P'.
               88 WSS-EST-CONDICIONAL                  VALUE 'C'.
               88 WSS-EST-RECURSA                      VALUE 'R'.
           05 REG-EST-ESTADO-ORIG              PIC X(01).

       FD IMPORTACION
           RECORD IS VARYING IN SIZE FROM 1 TO 80
           DEPENDING ON WSV-LONG-LINEA.
       01 REG-LINEA-IMP                        PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00'.
           88 WSS-FS-PARAMETROS-EOF                    VALUE '10'.

       01 WSS-FS-SECUENCIA                     PIC X(02).
           88 WSS-FS-SECUENCIA-OK                      VALUE '00'.
           88 WSS-FS-SECUENCIA-EOF                     VALUE '10'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-ESTADO                        PIC X(02).
           88 WSS-FS-ESTADO-OK                         VALUE '00'.
           88 WSS-FS-ESTADO-EOF                        VALUE '10'.

       01 WSS-FS-IMPORTACION                   PIC X(02).
           88 WSS-FS-IMPORTACION-OK                    VALUE '00' '05'.
           88 WSS-FS-IMPORTACION-EOF                   VALUE '10'.

       01 WSV-LONG-LINEA                       PIC 9(02).

      *SECUENCIA DE CURSOS (CURSO ACTUAL -> CURSO SIGUIENTE)
       01 WSC-MAX-SECUENCIA                    PIC 9(02) VALUE 30.
       01 WSV-CONT-SECUENCIA                   PIC S9(4) COMP VALUE 0.
       01 WST-SECUENCIA.
           05 WST-SEC-ITEM        OCCURS 30 TIMES INDEXED BY IND-SE.
               10 WST-SE-ACTUAL                PIC X(02).
               10 WST-SE-SIGUIENTE             PIC X(02).

      *ALUMNOS ACTIVOS CON SU CURSO Y SU RESULTADO DE PROMOCION
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 200 TIMES INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-CURSO                 PIC X(02).
               10 WST-AL-ESTADO-PROM           PIC X(01).

      *CURSOS PROYECTADOS: CUPO POR DIVISION Y ACUMULADORES. LOS
      *FIJOS NO DEPENDEN DE NINGUN CONDICIONAL; LOS CONDICIONALES
      *SUMAN EN EL CURSO SIGUIENTE SI PROMUEVEN O EN EL PROPIO SI NO
       01 WSC-MAX-CURSOS                       PIC 9(02) VALUE 30.
       01 WSV-CONT-CURSOS                      PIC S9(4) COMP VALUE 0.
       01 WST-CURSOS.
           05 WST-CURSO-ITEM      OCCURS 30 TIMES INDEXED BY IND-CU.
               10 WST-CU-CURSO                 PIC X(02).
               10 WST-CU-CUPO                  PIC 9(03).
               10 WST-CU-PROMUEVEN             PIC 9(04).
               10 WST-CU-QUEDAN                PIC 9(04).
               10 WST-CU-INGRESAN              PIC 9(04).
               10 WST-CU-COND-SUBEN            PIC 9(04).
               10 WST-CU-COND-QUEDAN           PIC 9(04).

       01 WSV-TRAILER-VISTO                    PIC X(01).
           88 WSS-TRAILER-VISTO                    VALUE 'S'.
       01 WSV-TRA-CANT                         PIC 9(05).
       COPY REG-TRAILER.

       01 WSV-CURSO-BUSCADO                    PIC X(02).
       01 WSV-CURSO-SIGUIENTE                  PIC X(02).
       01 WSV-SECUENCIA-VISTA                  PIC X(01).
           88 WSS-SECUENCIA-VISTA                  VALUE 'S'.
       01 WSV-CURSO-VISTO                      PIC X(01).
           88 WSS-CURSO-VISTO                      VALUE 'S'.
       01 WSV-ALUMNO-VISTO                     PIC X(01).
           88 WSS-ALUMNO-VISTO                     VALUE 'S'.
       01 WSV-ANIO-PROYECTADO                  PIC 9(04) VALUE 0.

      *CAMPOS DE LA FILA DEL CSV DE INGRESANTES
       01 WSV-CAMPO-LEGAJO                     PIC X(10).
       01 WSV-CAMPO-NOMBRE                     PIC X(30).
       01 WSV-CAMPO-PAIS                       PIC X(10).
       01 WSV-CAMPO-CURSO                      PIC X(10).
       01 WSV-CAMPO-TRIM                       PIC X(10).
       01 WSV-LONG-CAMPO                       PIC 9(02).
       01 WSV-LEGAJO-NUM                       PIC 9(04).

      *TOTALES Y CALCULO DE DIVISIONES
       01 WSV-MEJOR-CASO                       PIC 9(04).
       01 WSV-PEOR-CASO                        PIC 9(04).
       01 WSV-DIV-MEJOR                        PIC 9(03).
       01 WSV-DIV-PEOR                         PIC 9(03).
       01 WSV-CONT-EGRESAN                     PIC 9(04) VALUE 0.
       01 WSV-CONT-EGRESAN-COND                PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-ESTADO                  PIC 9(04) VALUE 0.
       01 WSV-CONT-INGRESANTES                 PIC 9(04) VALUE 0.
       01 WSV-TOT-MEJOR                        PIC 9(05) VALUE 0.
       01 WSV-TOT-PEOR                         PIC 9(05) VALUE 0.
       01 WSV-TOT-DIV-MEJOR                    PIC 9(04) VALUE 0.
       01 WSV-TOT-DIV-PEOR                     PIC 9(04) VALUE 0.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-TITULO.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(36)
                       VALUE "PROYECCION DE MATRICULA POR CURSO - ".
           05 WSV-ANIO-TIT-R                   PIC 9(04).
           05 FILLER                           PIC X(32) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-CABECERA.
           05 FILLER                           PIC X(40)
               VALUE "*CURSO PROMUEV QUEDAN INGRES COND+ COND-".
           05 FILLER                           PIC X(38)
               VALUE " MEJOR PEOR  CUPO DIV MEJOR DIV PEOR *".
       01 WSV-LINEA-CURSO.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-CURSO-R                      PIC X(02).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-PROMUEVEN-R                  PIC ZZZ9.
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-QUEDAN-R                     PIC ZZZ9.
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-INGRESAN-R                   PIC ZZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-COND-SUBEN-R                 PIC ZZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-COND-QUEDAN-R                PIC ZZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-MEJOR-R                      PIC ZZZ9.
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-PEOR-R                       PIC ZZZ9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-CUPO-R                       PIC ZZ9.
           05 FILLER                           PIC X(07) VALUE SPACES.
           05 WSV-DIV-MEJOR-R                  PIC ZZ9.
           05 FILLER                           PIC X(06) VALUE SPACES.
           05 WSV-DIV-PEOR-R                   PIC ZZ9.
           05 FILLER                           PIC X(05) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-SIN-CUPO.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(07) VALUE SPACES.
           05 FILLER                           PIC X(35)
                       VALUE "EL CURSO NO TIENE CUPO EN CUPOS.PRM".
           05 FILLER                           PIC X(34) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-CARGAR-CUPOS
           PERFORM 12000-CARGAR-SECUENCIA
           PERFORM 15000-CARGAR-ALUMNOS
           PERFORM 20000-APLICAR-ESTADOS
           PERFORM 25000-PROYECTAR-ALUMNOS
           PERFORM 30000-SUMAR-INGRESANTES
           PERFORM 40000-INFORMAR-PROYECCION
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *LEE EL CUPO POR DIVISION DE CADA CURSO DE CUPOS.PRM; LOS
      *CURSOS DEL PARAMETRO ARMAN LA TABLA DE CURSOS PROYECTADOS
       10000-CARGAR-CUPOS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'NO SE PUDO ABRIR CUPOS.PRM, NO SE PUEDEN '
                       'CALCULAR LAS DIVISIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-CUPO
               UNTIL WSS-FS-PARAMETROS-EOF
           CLOSE PARAMETROS.

       11000-LEER-Y-CARGAR-CUPO.
           READ PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               MOVE REG-PRM-CURSO TO WSV-CURSO-BUSCADO
               PERFORM 45000-UBICAR-CURSO
               IF WSS-CURSO-VISTO
                   MOVE REG-PRM-CUPO TO WST-CU-CUPO(IND-CU)
               END-IF
           END-IF.

      *LEE LA TABLA DE SECUENCIA DE CURSOS; SIN SECUENCIA NO SE SABE
      *A DONDE PASA UN PROMOVIDO
       12000-CARGAR-SECUENCIA.
           OPEN INPUT SECUENCIA
           IF NOT WSS-FS-SECUENCIA-OK
               DISPLAY 'NO SE PUDO ABRIR CURSOSEC.DAT, LA PROYECCION '
                       'NO CORRE SIN LA SECUENCIA DE CURSOS'
               DISPLAY 'FILE STATUS ' WSS-FS-SECUENCIA
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 13000-LEER-Y-CARGAR-SEC
               UNTIL WSS-FS-SECUENCIA-EOF
           CLOSE SECUENCIA.

       13000-LEER-Y-CARGAR-SEC.
           READ SECUENCIA
           IF WSS-FS-SECUENCIA-OK
               IF WSV-CONT-SECUENCIA >= WSC-MAX-SECUENCIA
                   DISPLAY 'TABLA DE SECUENCIA LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-SECUENCIA
               ELSE
                   ADD 1 TO WSV-CONT-SECUENCIA
                   SET IND-SE TO WSV-CONT-SECUENCIA
                   MOVE REG-SEC-CURSO-ACTUAL TO WST-SE-ACTUAL(IND-SE)
                   MOVE REG-SEC-CURSO-SIGUIENTE
                       TO WST-SE-SIGUIENTE(IND-SE)
               END-IF
           END-IF.

      *CARGA LOS ALUMNOS ACTIVOS DE ALUMNOS.DAT VERIFICANDO EL
      *TRAILER; LAS BAJAS NO SE PROYECTAN
       15000-CARGAR-ALUMNOS.
           MOVE 'N' TO WSV-TRAILER-VISTO
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 16000-LEER-Y-CARGAR-ALUMNO
               UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS
           IF NOT WSS-TRAILER-VISTO
               DISPLAY 'ALUMNOS.DAT SIN TRAILER, NO SE PROYECTA'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

       16000-LEER-Y-CARGAR-ALUMNO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK
               IF REG-ALUMNOS(1:3) = 'FIN'
                   MOVE REG-ALUMNOS TO REG-TRAILER-VISTA
                   SET WSS-TRAILER-VISTO TO TRUE
                   MOVE REG-TRA-CANT TO WSV-TRA-CANT
               ELSE
               IF NOT WSS-ALU-BAJA
                   IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                       DISPLAY 'TABLA DE ALUMNOS LLENA, NO SE '
                               'PROYECTA'
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
                   ADD 1 TO WSV-CONT-ALUMNOS
                   SET IND-AL TO WSV-CONT-ALUMNOS
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   MOVE SPACE TO WST-AL-ESTADO-PROM(IND-AL)
               END-IF
               END-IF
           END-IF.

      *TOMA EL RESULTADO DE PROMOCION DE CADA ALUMNO; EL ANIO
      *PROYECTADO ES EL SIGUIENTE AL DE LA PROMOCION
       20000-APLICAR-ESTADOS.
           OPEN INPUT ESTADO-ACADEMICO
           IF NOT WSS-FS-ESTADO-OK
               DISPLAY 'NO SE PUDO ABRIR ESTADO-ACADEMICO.DAT '
                       '(CORRER PROMOANU PRIMERO)'
               DISPLAY 'FILE STATUS ' WSS-FS-ESTADO
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-APLICAR UNTIL WSS-FS-ESTADO-EOF
           CLOSE ESTADO-ACADEMICO.

       21000-LEER-Y-APLICAR.
           READ ESTADO-ACADEMICO
           IF WSS-FS-ESTADO-OK
               IF REG-EST-ANIO + 1 > WSV-ANIO-PROYECTADO
                   COMPUTE WSV-ANIO-PROYECTADO = REG-EST-ANIO + 1
               END-IF
               PERFORM VARYING IND-AL FROM 1 BY 1
                       UNTIL IND-AL > WSV-CONT-ALUMNOS
                   IF WST-AL-NRO(IND-AL) = REG-EST-NRO-ALUMNO
                       MOVE REG-EST-ESTADO
                           TO WST-AL-ESTADO-PROM(IND-AL)
                   END-IF
               END-PERFORM
           END-IF.

      *UBICA A CADA ALUMNO EN EL CURSO DEL ANIO QUE VIENE SEGUN SU
      *RESULTADO DE PROMOCION
       25000-PROYECTAR-ALUMNOS.
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               PERFORM 26000-BUSCAR-SIGUIENTE
               EVALUATE WST-AL-ESTADO-PROM(IND-AL)
                   WHEN 'P'
                       IF WSS-SECUENCIA-VISTA
                           MOVE WSV-CURSO-SIGUIENTE
                               TO WSV-CURSO-BUSCADO
                           PERFORM 45000-UBICAR-CURSO
                           ADD 1 TO WST-CU-PROMUEVEN(IND-CU)
                       ELSE
                           ADD 1 TO WSV-CONT-EGRESAN
                       END-IF
                   WHEN 'C'
                       MOVE WST-AL-CURSO(IND-AL) TO WSV-CURSO-BUSCADO
                       PERFORM 45000-UBICAR-CURSO
                       ADD 1 TO WST-CU-COND-QUEDAN(IND-CU)
                       IF WSS-SECUENCIA-VISTA
                           MOVE WSV-CURSO-SIGUIENTE
                               TO WSV-CURSO-BUSCADO
                           PERFORM 45000-UBICAR-CURSO
                           ADD 1 TO WST-CU-COND-SUBEN(IND-CU)
                       ELSE
                           ADD 1 TO WSV-CONT-EGRESAN-COND
                       END-IF
                   WHEN 'R'
                       MOVE WST-AL-CURSO(IND-AL) TO WSV-CURSO-BUSCADO
                       PERFORM 45000-UBICAR-CURSO
                       ADD 1 TO WST-CU-QUEDAN(IND-CU)
                   WHEN OTHER
                       ADD 1 TO WSV-CONT-SIN-ESTADO
                       MOVE WST-AL-CURSO(IND-AL) TO WSV-CURSO-BUSCADO
                       PERFORM 45000-UBICAR-CURSO
                       ADD 1 TO WST-CU-QUEDAN(IND-CU)
               END-EVALUATE
           END-PERFORM.

      *BUSCA EL CURSO SIGUIENTE AL DEL ALUMNO EN LA SECUENCIA; UN
      *CURSO SIN SIGUIENTE ES EL ULTIMO ANIO (EL PROMOVIDO EGRESA)
       26000-BUSCAR-SIGUIENTE.
           MOVE 'N' TO WSV-SECUENCIA-VISTA
           MOVE SPACES TO WSV-CURSO-SIGUIENTE
           PERFORM VARYING IND-SE FROM 1 BY 1
                   UNTIL IND-SE > WSV-CONT-SECUENCIA
                       OR WSS-SECUENCIA-VISTA
               IF WST-SE-ACTUAL(IND-SE) = WST-AL-CURSO(IND-AL)
                   SET WSS-SECUENCIA-VISTA TO TRUE
                   MOVE WST-SE-SIGUIENTE(IND-SE)
                       TO WSV-CURSO-SIGUIENTE
               END-IF
           END-PERFORM.

      *SUMA LOS INGRESANTES DE ALUMNOS_IMP.CSV QUE ALUMIMP TODAVIA
      *NO DIO DE ALTA (SU LEGAJO NO ESTA EN ALUMNOS.DAT) EN EL CURSO
      *QUE TRAE LA PLANILLA
       30000-SUMAR-INGRESANTES.
           OPEN INPUT IMPORTACION
           IF NOT WSS-FS-IMPORTACION-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS_IMP.CSV'
               DISPLAY 'FILE STATUS ' WSS-FS-IMPORTACION
           ELSE
               PERFORM 31000-LEER-Y-SUMAR-INGRESANTE
                   UNTIL WSS-FS-IMPORTACION-EOF
               CLOSE IMPORTACION
           END-IF.

       31000-LEER-Y-SUMAR-INGRESANTE.
           READ IMPORTACION
           IF WSS-FS-IMPORTACION-OK
               MOVE SPACES TO WSV-CAMPO-LEGAJO WSV-CAMPO-NOMBRE
                              WSV-CAMPO-PAIS WSV-CAMPO-CURSO
               UNSTRING REG-LINEA-IMP(1:WSV-LONG-LINEA)
                   DELIMITED BY ';'
                   INTO WSV-CAMPO-LEGAJO
                        WSV-CAMPO-NOMBRE
                        WSV-CAMPO-PAIS
                        WSV-CAMPO-CURSO
               END-UNSTRING
               MOVE FUNCTION TRIM(WSV-CAMPO-LEGAJO) TO WSV-CAMPO-TRIM
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WSV-CAMPO-LEGAJO))
                   TO WSV-LONG-CAMPO
               IF WSV-CAMPO-TRIM NOT= SPACES AND WSV-LONG-CAMPO <= 4
                       AND WSV-CAMPO-TRIM(1:WSV-LONG-CAMPO) NUMERIC
                       AND WSV-CAMPO-CURSO NOT= SPACES
                   MOVE WSV-CAMPO-TRIM(1:WSV-LONG-CAMPO)
                       TO WSV-LEGAJO-NUM
                   PERFORM 32000-BUSCAR-LEGAJO
                   IF NOT WSS-ALUMNO-VISTO
                       MOVE FUNCTION TRIM(WSV-CAMPO-CURSO)
                           TO WSV-CURSO-BUSCADO
                       PERFORM 45000-UBICAR-CURSO
                       ADD 1 TO WST-CU-INGRESAN(IND-CU)
                       ADD 1 TO WSV-CONT-INGRESANTES
                   END-IF
               END-IF
           END-IF.

       32000-BUSCAR-LEGAJO.
           MOVE 'N' TO WSV-ALUMNO-VISTO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
                       OR WSS-ALUMNO-VISTO
               IF WST-AL-NRO(IND-AL) = WSV-LEGAJO-NUM
                   SET WSS-ALUMNO-VISTO TO TRUE
               END-IF
           END-PERFORM.

      *INFORME POR CURSO: FIJOS, INGRESANTES, CONDICIONALES QUE
      *SUBEN (+) O QUEDAN (-), MEJOR Y PEOR CASO Y LAS DIVISIONES
      *QUE HACEN FALTA EN CADA CASO SEGUN EL CUPO
       40000-INFORMAR-PROYECCION.
           MOVE WSV-ANIO-PROYECTADO TO WSV-ANIO-TIT-R
           DISPLAY WSV-LINEA
           DISPLAY WSV-LINEA-TITULO
           DISPLAY WSV-LINEA
           DISPLAY WSV-LINEA-CABECERA
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-CU FROM 1 BY 1
                   UNTIL IND-CU > WSV-CONT-CURSOS
               PERFORM 41000-INFORMAR-CURSO
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'TOTAL MEJOR CASO: ' WSV-TOT-MEJOR
                   ' ALUMNOS EN ' WSV-TOT-DIV-MEJOR ' DIVISIONES'
           DISPLAY 'TOTAL PEOR CASO : ' WSV-TOT-PEOR
                   ' ALUMNOS EN ' WSV-TOT-DIV-PEOR ' DIVISIONES'
           DISPLAY 'EGRESAN: ' WSV-CONT-EGRESAN
                   ' (MAS ' WSV-CONT-EGRESAN-COND
                   ' CONDICIONALES EN EL MEJOR CASO)'
           DISPLAY 'INGRESANTES PENDIENTES DE ALUMIMP: '
                   WSV-CONT-INGRESANTES
           IF WSV-CONT-SIN-ESTADO > 0
               DISPLAY 'ALUMNOS SIN ESTADO ACADEMICO (QUEDAN EN SU '
                       'CURSO): ' WSV-CONT-SIN-ESTADO
           END-IF.

       41000-INFORMAR-CURSO.
           COMPUTE WSV-MEJOR-CASO = WST-CU-PROMUEVEN(IND-CU) +
                   WST-CU-QUEDAN(IND-CU) + WST-CU-INGRESAN(IND-CU) +
                   WST-CU-COND-SUBEN(IND-CU)
           COMPUTE WSV-PEOR-CASO = WST-CU-PROMUEVEN(IND-CU) +
                   WST-CU-QUEDAN(IND-CU) + WST-CU-INGRESAN(IND-CU) +
                   WST-CU-COND-QUEDAN(IND-CU)
           MOVE 0 TO WSV-DIV-MEJOR
           MOVE 0 TO WSV-DIV-PEOR
           IF WST-CU-CUPO(IND-CU) > 0
               COMPUTE WSV-DIV-MEJOR = (WSV-MEJOR-CASO +
                       WST-CU-CUPO(IND-CU) - 1) / WST-CU-CUPO(IND-CU)
               COMPUTE WSV-DIV-PEOR = (WSV-PEOR-CASO +
                       WST-CU-CUPO(IND-CU) - 1) / WST-CU-CUPO(IND-CU)
           END-IF
           ADD WSV-MEJOR-CASO TO WSV-TOT-MEJOR
           ADD WSV-PEOR-CASO TO WSV-TOT-PEOR
           ADD WSV-DIV-MEJOR TO WSV-TOT-DIV-MEJOR
           ADD WSV-DIV-PEOR TO WSV-TOT-DIV-PEOR
           MOVE WST-CU-CURSO(IND-CU) TO WSV-CURSO-R
           MOVE WST-CU-PROMUEVEN(IND-CU) TO WSV-PROMUEVEN-R
           MOVE WST-CU-QUEDAN(IND-CU) TO WSV-QUEDAN-R
           MOVE WST-CU-INGRESAN(IND-CU) TO WSV-INGRESAN-R
           MOVE WST-CU-COND-SUBEN(IND-CU) TO WSV-COND-SUBEN-R
           MOVE WST-CU-COND-QUEDAN(IND-CU) TO WSV-COND-QUEDAN-R
           MOVE WSV-MEJOR-CASO TO WSV-MEJOR-R
           MOVE WSV-PEOR-CASO TO WSV-PEOR-R
           MOVE WST-CU-CUPO(IND-CU) TO WSV-CUPO-R
           MOVE WSV-DIV-MEJOR TO WSV-DIV-MEJOR-R
           MOVE WSV-DIV-PEOR TO WSV-DIV-PEOR-R
           DISPLAY WSV-LINEA-CURSO
           IF WST-CU-CUPO(IND-CU) = 0
               DISPLAY WSV-LINEA-SIN-CUPO
           END-IF.

      *BUSCA EL CURSO EN LA TABLA DE CURSOS PROYECTADOS Y LO AGREGA
      *CON SUS ACUMULADORES EN CERO SI TODAVIA NO ESTA; DEJA IND-CU
      *POSICIONADO (SI LA TABLA ESTA LLENA SE USA LA ULTIMA ENTRADA)
       45000-UBICAR-CURSO.
           MOVE 'N' TO WSV-CURSO-VISTO
           SET IND-CU TO 1
           PERFORM UNTIL IND-CU > WSV-CONT-CURSOS OR WSS-CURSO-VISTO
               IF WST-CU-CURSO(IND-CU) = WSV-CURSO-BUSCADO
                   SET WSS-CURSO-VISTO TO TRUE
               ELSE
                   SET IND-CU UP BY 1
               END-IF
           END-PERFORM
           IF NOT WSS-CURSO-VISTO
               IF WSV-CONT-CURSOS >= WSC-MAX-CURSOS
                   DISPLAY 'TABLA DE CURSOS LLENA, EL CURSO '
                           WSV-CURSO-BUSCADO ' SE SUMA AL ULTIMO'
                   SET IND-CU TO WSV-CONT-CURSOS
               ELSE
                   ADD 1 TO WSV-CONT-CURSOS
                   SET IND-CU TO WSV-CONT-CURSOS
                   MOVE WSV-CURSO-BUSCADO TO WST-CU-CURSO(IND-CU)
                   MOVE 0 TO WST-CU-CUPO(IND-CU)
                   MOVE 0 TO WST-CU-PROMUEVEN(IND-CU)
                   MOVE 0 TO WST-CU-QUEDAN(IND-CU)
                   MOVE 0 TO WST-CU-INGRESAN(IND-CU)
                   MOVE 0 TO WST-CU-COND-SUBEN(IND-CU)
                   MOVE 0 TO WST-CU-COND-QUEDAN(IND-CU)
               END-IF
               SET WSS-CURSO-VISTO TO TRUE
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
