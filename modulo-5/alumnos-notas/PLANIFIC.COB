      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Planificador de los procesos de fin de mes de
      *todos los subsistemas (CUOTAGEN, EJES6025, EJES6007, EJES6010,
      *EJE011D8, LOGROTAR y los que se agreguen), que hasta ahora
      *dependian de que alguien se acordara de correrlos y en que
      *orden. PLANIFIC.DAT tiene un renglon por paso (ver
      *REG-PLANIF): nombre del paso, regla de calendario (P primer
      *dia habil del mes, U ultimo dia habil, D el dia NN del mes o
      *el ultimo si el mes es mas corto, S semanal el dia NN de la
      *semana 1 lunes a 7 domingo, H todos los dias habiles), paso
      *previo, archivo de parametros (las respuestas del programa,
      *que se le pasan como entrada) y el comando que lo corre.
      *Para la fecha de proceso (hoy, o la de PLANIFIC.PRM para
      *reprocesar un dia) decide via RUTHABIL que pasos corresponden
      *y los corre respetando el paso previo, cada uno con su
      *ventana batch en BLOQUEO.DAT (RUTLOCK) y sus registros de
      *inicio y fin en CORRIDAS.DAT (RUTCORR). El informe sale por
      *pantalla y en PLANIFIC.LIS via RUTLIST, y termina con los
      *pasos que correspondia correr (hoy o en los ultimos 35 dias)
      *y no tienen una corrida OK desde entonces.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PLANIFIC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PARAMETROS  ASSIGN TO DISK 'PLANIFIC.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT PLANIFICACION        ASSIGN TO DISK 'PLANIFIC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PLANIF.

       SELECT OPTIONAL CORRIDAS    ASSIGN TO DISK 'CORRIDAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CORRIDAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-FECHA-PROCESO            PIC 9(08).

       FD PLANIFICACION.
       COPY REG-PLANIF.

       FD CORRIDAS.
       COPY REG-CORRARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00' '05'.

       01 WSS-FS-PLANIF                        PIC X(02).
           88 WSS-FS-PLANIF-OK                         VALUE '00'.
           88 WSS-FS-PLANIF-EOF                        VALUE '10'.

       01 WSS-FS-CORRIDAS                      PIC X(02).
           88 WSS-FS-CORRIDAS-OK                       VALUE '00' '05'.
           88 WSS-FS-CORRIDAS-EOF                      VALUE '10'.

       01 WSV-FECHA-PROCESO                    PIC 9(08).

      *PASOS DE PLANIFIC.DAT CON LO QUE SE RESOLVIO PARA CADA UNO
       01 WSC-MAX-PASOS                        PIC 9(02) VALUE 50.
       01 WSV-CONT-PASOS                       PIC S9(4) COMP VALUE 0.
       01 WST-PASOS.
           05 WST-PASO                 OCCURS 50 TIMES
                                       INDEXED BY IP IQ.
               10 WST-PAS-PASO                 PIC X(08).
               10 WST-PAS-REGLA                PIC X(01).
               10 WST-PAS-DIA                  PIC 9(02).
               10 WST-PAS-PREVIO               PIC X(08).
               10 WST-PAS-PARAMETROS           PIC X(30).
               10 WST-PAS-COMANDO              PIC X(60).
               10 WST-PAS-HOY                  PIC X(01).
                   88 WSS-PAS-HOY                      VALUE 'S'.
               10 WST-PAS-ESTADO               PIC X(01).
                   88 WSS-PAS-PENDIENTE                VALUE ' '.
                   88 WSS-PAS-CORRIO-OK                VALUE 'K'.
                   88 WSS-PAS-CORRIO-ERROR             VALUE 'E'.
                   88 WSS-PAS-OMITIDO                  VALUE 'O'.
               10 WST-PAS-MOTIVO               PIC X(30).
               10 WST-PAS-ULT-OK               PIC 9(08).
               10 WST-PAS-DEBIDO               PIC 9(08).

      *EVALUACION DE LA REGLA DE CALENDARIO PARA UNA FECHA
       01 WSV-FECHA-EVAL                       PIC 9(08).
       01 WSV-FECHA-AUX                        PIC 9(08).
       01 WSV-CORRESPONDE                      PIC X(01).
           88 WSS-CORRESPONDE                          VALUE 'S'.
       01 WSC-DIAS-ATRAS                       PIC 9(02) VALUE 35.
       01 WSV-DIAS-ATRAS                       PIC 9(02).

      *CORRIDA DE LOS PASOS EN ORDEN DE DEPENDENCIA
       01 WSV-HUBO-AVANCE                      PIC X(01).
           88 WSS-HUBO-AVANCE                          VALUE 'S'.
       01 WSV-ESTADO-PREVIO                    PIC X(01).
           88 WSS-PREVIO-LIBRE                         VALUE 'L'.
           88 WSS-PREVIO-OK                            VALUE 'K'.
           88 WSS-PREVIO-PENDIENTE                     VALUE ' '.
       01 WSV-COMANDO                          PIC X(100).
       01 WSV-RETORNO-SYS                      PIC S9(09) COMP.
       01 WSV-CONT-CORRIDOS                    PIC 9(02) VALUE 0.
       01 WSV-CONT-ERRORES                     PIC 9(02) VALUE 0.
       01 WSV-CONT-OMITIDOS                    PIC 9(02) VALUE 0.
       01 WSV-CONT-FALTANTES                   PIC 9(02) VALUE 0.

      *LINEAS DEL INFORME
       01 WSV-FECHA-R.
           05 WSV-FEC-DIA                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE '/'.
           05 WSV-FEC-MES                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE '/'.
           05 WSV-FEC-ANIO                     PIC 9(04).

       01 WSV-DIAS-SEMANA.
           05 FILLER           PIC X(09) VALUE 'LUNES    '.
           05 FILLER           PIC X(09) VALUE 'MARTES   '.
           05 FILLER           PIC X(09) VALUE 'MIERCOLES'.
           05 FILLER           PIC X(09) VALUE 'JUEVES   '.
           05 FILLER           PIC X(09) VALUE 'VIERNES  '.
           05 FILLER           PIC X(09) VALUE 'SABADO   '.
           05 FILLER           PIC X(09) VALUE 'DOMINGO  '.
       01 WST-DIAS-SEMANA REDEFINES WSV-DIAS-SEMANA.
           05 WST-NOMBRE-DIA                   PIC X(09) OCCURS 7.

       01 WSV-LINEA-PASO.
           05 WSV-LP-PASO                      PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-LP-REGLA                     PIC X(20).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-LP-ESTADO                    PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-LP-MOTIVO                    PIC X(30).

       01 WSV-LINEA-FALTANTE.
           05 WSV-LF-PASO                      PIC X(08).
           05 FILLER                           PIC X(17)
                                       VALUE ' DEBIA CORRER EL '.
           05 WSV-LF-DEBIDO                    PIC X(10).
           05 FILLER                           PIC X(13)
                                       VALUE ' ULTIMA OK: '.
           05 WSV-LF-ULT-OK                    PIC X(10).

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

      **RUTINAS--------------------------------------------------------*
       01  WSC-RUTHABIL                        PIC X(08)
                                                       VALUE "RUTHABIL".
       COPY REG-HABIL.

       01  WSC-RUTDIAS                         PIC X(07)
                                                       VALUE "RUTDIAS".
       COPY REG-DIAS.

       01  WSC-RUTCORR                         PIC X(07)
                                                       VALUE "RUTCORR".
       COPY REG-CORR.

       01  WSC-RUTLOCK                         PIC X(07)
                                                       VALUE "RUTLOCK".
       COPY REG-LOCK.

       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-FECHA-DE-PROCESO
           PERFORM 10000-CARGAR-PLANIFICACION
           PERFORM 15000-CARGAR-CORRIDAS
           PERFORM 20000-EVALUAR-CALENDARIO
           PERFORM 30000-CORRER-PASOS
           PERFORM 40000-INFORMAR
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *LA FECHA DE PROCESO ES HOY, SALVO QUE PLANIFIC.PRM TRAIGA OTRA
      *(PARA REPROCESAR UN DIA QUE NO SE CORRIO)
       05000-FECHA-DE-PROCESO.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               READ PARAMETROS
               IF WSS-FS-PARAMETROS-OK
                   IF REG-PRM-FECHA-PROCESO IS NUMERIC
                      AND REG-PRM-FECHA-PROCESO NOT= 0
                       MOVE REG-PRM-FECHA-PROCESO TO WSV-FECHA-PROCESO
                   END-IF
               END-IF
               CLOSE PARAMETROS
           END-IF
           SET WSS-HABIL-ES TO TRUE
           MOVE WSV-FECHA-PROCESO TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           IF NOT WSS-HABIL-OK
               DISPLAY 'FECHA DE PROCESO ' WSV-FECHA-PROCESO ': '
                       WSV-ST-TEXTO-HABIL
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-AUX
           PERFORM 47000-EDITAR-FECHA
           DISPLAY WSV-LINEA
           DISPLAY 'PLANIFICADOR - FECHA DE PROCESO ' WSV-FECHA-R
           DISPLAY WSV-LINEA.

      *CARGA LOS PASOS DE PLANIFIC.DAT; UN PASO CON REGLA DESCONOCIDA
      *SE AVISA Y NO SE CARGA
       10000-CARGAR-PLANIFICACION.
           OPEN INPUT PLANIFICACION
           IF NOT WSS-FS-PLANIF-OK
               DISPLAY 'ERROR EN EL OPEN DE PLANIFIC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PLANIF
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-PASO UNTIL WSS-FS-PLANIF-EOF
           CLOSE PLANIFICACION.

       11000-LEER-PASO.
           READ PLANIFICACION
           IF WSS-FS-PLANIF-OK
               EVALUATE TRUE
                   WHEN REG-PLA-PASO = SPACES
                       CONTINUE
                   WHEN NOT WSS-PLA-PRIMER-HABIL
                        AND NOT WSS-PLA-ULTIMO-HABIL
                        AND NOT WSS-PLA-DIA-DEL-MES
                        AND NOT WSS-PLA-SEMANAL
                        AND NOT WSS-PLA-CADA-HABIL
                       DISPLAY 'PLANIFIC.DAT: PASO ' REG-PLA-PASO
                               ' CON REGLA DESCONOCIDA ' REG-PLA-REGLA
                   WHEN WSV-CONT-PASOS >= WSC-MAX-PASOS
                       DISPLAY 'PLANIFIC.DAT: SE IGNORA EL PASO '
                               REG-PLA-PASO ' (TABLA LLENA)'
                   WHEN OTHER
                       ADD 1 TO WSV-CONT-PASOS
                       SET IP TO WSV-CONT-PASOS
                       MOVE REG-PLA-PASO TO WST-PAS-PASO(IP)
                       MOVE REG-PLA-REGLA TO WST-PAS-REGLA(IP)
                       MOVE REG-PLA-DIA TO WST-PAS-DIA(IP)
                       MOVE REG-PLA-PREVIO TO WST-PAS-PREVIO(IP)
                       MOVE REG-PLA-PARAMETROS TO WST-PAS-PARAMETROS(IP)
                       MOVE REG-PLA-COMANDO TO WST-PAS-COMANDO(IP)
                       MOVE 'N' TO WST-PAS-HOY(IP)
                       MOVE SPACE TO WST-PAS-ESTADO(IP)
                       MOVE SPACES TO WST-PAS-MOTIVO(IP)
                       MOVE 0 TO WST-PAS-ULT-OK(IP)
                       MOVE 0 TO WST-PAS-DEBIDO(IP)
               END-EVALUATE
           END-IF.

      *DE CORRIDAS.DAT SE TOMA LA ULTIMA CORRIDA OK DE CADA PASO
       15000-CARGAR-CORRIDAS.
           OPEN INPUT CORRIDAS
           IF WSS-FS-CORRIDAS-OK
               PERFORM 16000-LEER-CORRIDA
                   UNTIL NOT WSS-FS-CORRIDAS-OK
               CLOSE CORRIDAS
           END-IF.

       16000-LEER-CORRIDA.
           READ CORRIDAS
           IF WSS-FS-CORRIDAS-OK AND REG-CRA-TIPO = 'OK'
               PERFORM VARYING IP FROM 1 BY 1
                       UNTIL IP > WSV-CONT-PASOS
                   IF WST-PAS-PASO(IP) = REG-CRA-PASO
                      AND REG-CRA-FECHA-INI > WST-PAS-ULT-OK(IP)
                       MOVE REG-CRA-FECHA-INI TO WST-PAS-ULT-OK(IP)
                   END-IF
               END-PERFORM
           END-IF.

      *PARA CADA PASO: SI CORRESPONDE HOY (SI YA TIENE UNA CORRIDA OK
      *ESE DIA NO SE REPITE) Y CUAL FUE LA ULTIMA FECHA ANTERIOR EN
      *QUE CORRESPONDIA (HASTA 35 DIAS ATRAS)
       20000-EVALUAR-CALENDARIO.
           PERFORM VARYING IP FROM 1 BY 1
                   UNTIL IP > WSV-CONT-PASOS
               MOVE WSV-FECHA-PROCESO TO WSV-FECHA-EVAL
               PERFORM 25000-EVALUAR-REGLA
               IF WSS-CORRESPONDE
                   MOVE 'S' TO WST-PAS-HOY(IP)
                   IF WST-PAS-ULT-OK(IP) >= WSV-FECHA-PROCESO
                       SET WSS-PAS-CORRIO-OK(IP) TO TRUE
                       MOVE 'YA TENIA CORRIDA OK ESE DIA'
                           TO WST-PAS-MOTIVO(IP)
                   END-IF
               END-IF
               MOVE 'N' TO WSV-CORRESPONDE
               MOVE 0 TO WSV-DIAS-ATRAS
               PERFORM UNTIL WSS-CORRESPONDE
                       OR WSV-DIAS-ATRAS >= WSC-DIAS-ATRAS
                   ADD 1 TO WSV-DIAS-ATRAS
                   SET WSS-DIAS-AGREGAR TO TRUE
                   MOVE WSV-FECHA-PROCESO TO REG-DIAS-FECHA
                   COMPUTE REG-DIAS-CANTIDAD = 0 - WSV-DIAS-ATRAS
                   CALL WSC-RUTDIAS USING REGISTRO-DIAS
                   MOVE REG-DIAS-FECHA-R TO WSV-FECHA-EVAL
                   PERFORM 25000-EVALUAR-REGLA
               END-PERFORM
               IF WSS-CORRESPONDE
                   MOVE WSV-FECHA-EVAL TO WST-PAS-DEBIDO(IP)
               END-IF
           END-PERFORM.

      *DEJA EN WSV-CORRESPONDE SI EL PASO IP CORRESPONDE EN LA FECHA
      *WSV-FECHA-EVAL SEGUN SU REGLA DE CALENDARIO
       25000-EVALUAR-REGLA.
           MOVE 'N' TO WSV-CORRESPONDE
           EVALUATE WST-PAS-REGLA(IP)
               WHEN 'P'
                   PERFORM 26000-PRIMER-HABIL
               WHEN 'U'
                   PERFORM 27000-ULTIMO-HABIL
               WHEN 'D'
                   PERFORM 28000-DIA-DEL-MES
               WHEN 'S'
                   SET WSS-DIAS-SEMANA TO TRUE
                   MOVE WSV-FECHA-EVAL TO REG-DIAS-FECHA
                   CALL WSC-RUTDIAS USING REGISTRO-DIAS
                   IF WSS-DIAS-OK
                      AND REG-DIAS-DIA-SEMANA = WST-PAS-DIA(IP)
                       SET WSS-CORRESPONDE TO TRUE
                   END-IF
               WHEN 'H'
                   SET WSS-HABIL-ES TO TRUE
                   MOVE WSV-FECHA-EVAL TO REG-HABIL-FECHA
                   CALL WSC-RUTHABIL USING REGISTRO-HABIL
                   IF WSS-HABIL-OK AND WSS-ES-HABIL
                       SET WSS-CORRESPONDE TO TRUE
                   END-IF
           END-EVALUATE.

      *PRIMER DIA HABIL DEL MES: EL PRIMER HABIL DESDE EL DIA 1
       26000-PRIMER-HABIL.
           MOVE WSV-FECHA-EVAL TO WSV-FECHA-AUX
           MOVE '01' TO WSV-FECHA-AUX(7:2)
           SET WSS-HABIL-PROXIMO TO TRUE
           MOVE WSV-FECHA-AUX TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           IF WSS-HABIL-OK AND REG-HABIL-PROXIMO = WSV-FECHA-EVAL
               SET WSS-CORRESPONDE TO TRUE
           END-IF.

      *ULTIMO DIA HABIL DEL MES: ES HABIL Y EL PROXIMO HABIL DESPUES
      *DE EL YA CAE EN OTRO MES
       27000-ULTIMO-HABIL.
           SET WSS-HABIL-ES TO TRUE
           MOVE WSV-FECHA-EVAL TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           IF WSS-HABIL-OK AND WSS-ES-HABIL
               PERFORM 29000-DIA-SIGUIENTE
               SET WSS-HABIL-PROXIMO TO TRUE
               MOVE WSV-FECHA-AUX TO REG-HABIL-FECHA
               CALL WSC-RUTHABIL USING REGISTRO-HABIL
               IF WSS-HABIL-OK
                  AND REG-HABIL-PROXIMO(1:6) NOT= WSV-FECHA-EVAL(1:6)
                   SET WSS-CORRESPONDE TO TRUE
               END-IF
           END-IF.

      *DIA NN DEL MES; SI EL MES NO TIENE ESE DIA, EL ULTIMO DEL MES
       28000-DIA-DEL-MES.
           IF WSV-FECHA-EVAL(7:2) = WST-PAS-DIA(IP)
               SET WSS-CORRESPONDE TO TRUE
           ELSE
               IF WST-PAS-DIA(IP) > WSV-FECHA-EVAL(7:2)
                   PERFORM 29000-DIA-SIGUIENTE
                   IF WSV-FECHA-AUX(5:2) NOT= WSV-FECHA-EVAL(5:2)
                       SET WSS-CORRESPONDE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *DEJA EN WSV-FECHA-AUX EL DIA SIGUIENTE A WSV-FECHA-EVAL
       29000-DIA-SIGUIENTE.
           SET WSS-DIAS-AGREGAR TO TRUE
           MOVE WSV-FECHA-EVAL TO REG-DIAS-FECHA
           MOVE 1 TO REG-DIAS-CANTIDAD
           CALL WSC-RUTDIAS USING REGISTRO-DIAS
           MOVE REG-DIAS-FECHA-R TO WSV-FECHA-AUX.

      *CORRE LOS PASOS DE HOY EN ORDEN DE DEPENDENCIA: EN CADA PASADA
      *ARRANCA LOS QUE YA TIENEN RESUELTO SU PASO PREVIO; LO QUE QUEDA
      *PENDIENTE AL NO HABER MAS AVANCE ES UNA DEPENDENCIA CIRCULAR
       30000-CORRER-PASOS.
           SET WSS-HUBO-AVANCE TO TRUE
           PERFORM 31000-PASADA UNTIL NOT WSS-HUBO-AVANCE
           PERFORM VARYING IP FROM 1 BY 1
                   UNTIL IP > WSV-CONT-PASOS
               IF WSS-PAS-HOY(IP) AND WSS-PAS-PENDIENTE(IP)
                   SET WSS-PAS-OMITIDO(IP) TO TRUE
                   MOVE 'DEPENDENCIA CIRCULAR' TO WST-PAS-MOTIVO(IP)
                   ADD 1 TO WSV-CONT-OMITIDOS
               END-IF
           END-PERFORM.

       31000-PASADA.
           MOVE 'N' TO WSV-HUBO-AVANCE
           PERFORM VARYING IP FROM 1 BY 1
                   UNTIL IP > WSV-CONT-PASOS
               IF WSS-PAS-HOY(IP) AND WSS-PAS-PENDIENTE(IP)
                   PERFORM 32000-VER-PASO-PREVIO
               END-IF
           END-PERFORM.

      *SI EL PASO PREVIO NO CORRESPONDE HOY, EL CONTROL LO HACE
      *RUTCORR CONTRA SU ULTIMA CORRIDA; SI CORRESPONDE HOY HAY QUE
      *ESPERAR A QUE TERMINE
       32000-VER-PASO-PREVIO.
           SET WSS-PREVIO-LIBRE TO TRUE
           IF WST-PAS-PREVIO(IP) NOT= SPACES
               PERFORM VARYING IQ FROM 1 BY 1
                       UNTIL IQ > WSV-CONT-PASOS
                   IF WST-PAS-PASO(IQ) = WST-PAS-PREVIO(IP)
                      AND WSS-PAS-HOY(IQ)
                       MOVE WST-PAS-ESTADO(IQ) TO WSV-ESTADO-PREVIO
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WSS-PREVIO-LIBRE OR WSS-PREVIO-OK
                   SET WSS-HUBO-AVANCE TO TRUE
                   PERFORM 33000-CORRER-PASO
               WHEN WSS-PREVIO-PENDIENTE
                   CONTINUE
               WHEN OTHER
                   SET WSS-HUBO-AVANCE TO TRUE
                   SET WSS-PAS-OMITIDO(IP) TO TRUE
                   MOVE SPACES TO WST-PAS-MOTIVO(IP)
                   STRING 'NO CORRIO OK ' WST-PAS-PREVIO(IP)
                       DELIMITED BY SIZE INTO WST-PAS-MOTIVO(IP)
                   ADD 1 TO WSV-CONT-OMITIDOS
           END-EVALUATE.

      *CORRE UN PASO DENTRO DE SU VENTANA BATCH Y CON SUS REGISTROS
      *DE INICIO Y FIN EN CORRIDAS.DAT
       33000-CORRER-PASO.
           SET WSS-LOCK-PONER-BATCH TO TRUE
           MOVE WST-PAS-PASO(IP) TO REG-LOCK-PASO
           CALL WSC-RUTLOCK USING REGISTRO-LOCK
           IF NOT WSS-LOCK-OK
               SET WSS-PAS-OMITIDO(IP) TO TRUE
               MOVE WSV-ST-TEXTO-LOCK TO WST-PAS-MOTIVO(IP)
               ADD 1 TO WSV-CONT-OMITIDOS
           ELSE
               SET WSS-CORR-INICIAR TO TRUE
               MOVE WST-PAS-PASO(IP) TO REG-CORR-PASO
               MOVE WST-PAS-PREVIO(IP) TO REG-CORR-PASO-PREVIO
               MOVE 'N' TO REG-CORR-FORZAR
               CALL WSC-RUTCORR USING REGISTRO-CORRIDA
               IF WSS-CORR-ERROR
                   SET WSS-PAS-OMITIDO(IP) TO TRUE
                   MOVE WSV-ST-TEXTO-CORR TO WST-PAS-MOTIVO(IP)
                   ADD 1 TO WSV-CONT-OMITIDOS
               ELSE
                   PERFORM 34000-LANZAR-COMANDO
               END-IF
               SET WSS-LOCK-QUITAR-BATCH TO TRUE
               MOVE WST-PAS-PASO(IP) TO REG-LOCK-PASO
               CALL WSC-RUTLOCK USING REGISTRO-LOCK
               IF NOT WSS-LOCK-OK
                   DISPLAY 'BLOQUEO DE ' WST-PAS-PASO(IP) ': '
                           WSV-ST-TEXTO-LOCK
               END-IF
           END-IF.

      *ARMA EL COMANDO (CON EL ARCHIVO DE PARAMETROS COMO ENTRADA SI
      *LO HAY), LO LANZA VIA SYSTEM Y ASIENTA EL FIN DE LA CORRIDA
       34000-LANZAR-COMANDO.
           MOVE SPACES TO WSV-COMANDO
           IF WST-PAS-PARAMETROS(IP) = SPACES
               STRING WST-PAS-COMANDO(IP) DELIMITED BY '  '
                   INTO WSV-COMANDO
           ELSE
               STRING WST-PAS-COMANDO(IP) DELIMITED BY '  '
                      ' < ' DELIMITED BY SIZE
                      WST-PAS-PARAMETROS(IP) DELIMITED BY SPACE
                   INTO WSV-COMANDO
           END-IF
           DISPLAY 'CORRIENDO ' WST-PAS-PASO(IP) ': ' WSV-COMANDO
           CALL 'SYSTEM' USING WSV-COMANDO
               RETURNING WSV-RETORNO-SYS
           SET WSS-CORR-FINALIZAR TO TRUE
           MOVE 0 TO REG-CORR-REGISTROS
           IF WSV-RETORNO-SYS = 0
               SET WSS-CORR-FIN-OK TO TRUE
               SET WSS-PAS-CORRIO-OK(IP) TO TRUE
               ADD 1 TO WSV-CONT-CORRIDOS
           ELSE
               SET WSS-CORR-FIN-ERROR TO TRUE
               SET WSS-PAS-CORRIO-ERROR(IP) TO TRUE
               MOVE SPACES TO WST-PAS-MOTIVO(IP)
               MOVE WSV-RETORNO-SYS TO REG-CORR-REGISTROS
               STRING 'TERMINO CON CODIGO ' REG-CORR-REGISTROS
                   DELIMITED BY SIZE INTO WST-PAS-MOTIVO(IP)
               MOVE 0 TO REG-CORR-REGISTROS
               ADD 1 TO WSV-CONT-ERRORES
           END-IF
           CALL WSC-RUTCORR USING REGISTRO-CORRIDA
           IF WSS-CORR-ERROR
               DISPLAY 'CONTROL DE CORRIDAS: ' WSV-ST-TEXTO-CORR
           END-IF.

      *INFORME: LOS PASOS DE HOY CON SU RESULTADO Y LOS PASOS QUE
      *CORRESPONDIA CORRER Y NO TIENEN CORRIDA OK DESDE ENTONCES
       40000-INFORMAR.
           PERFORM 45000-ABRIR-LISTADO
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'PASOS QUE CORRESPONDEN EL ' WSV-FECHA-R
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           PERFORM VARYING IP FROM 1 BY 1
                   UNTIL IP > WSV-CONT-PASOS
               IF WSS-PAS-HOY(IP)
                   PERFORM 41000-LINEA-PASO
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE 'PASOS QUE CORRESPONDIA CORRER Y NO CORRIERON'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           PERFORM VARYING IP FROM 1 BY 1
                   UNTIL IP > WSV-CONT-PASOS
               PERFORM 42000-VER-FALTANTE
           END-PERFORM
           IF WSV-CONT-FALTANTES = 0
               MOVE 'NINGUNO' TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY WSV-LINEA
           DISPLAY 'PASOS CORRIDOS OK       : ' WSV-CONT-CORRIDOS
           DISPLAY 'PASOS TERMINADOS EN ERROR: ' WSV-CONT-ERRORES
           DISPLAY 'PASOS NO ARRANCADOS     : ' WSV-CONT-OMITIDOS
           DISPLAY 'PASOS SIN CORRER        : ' WSV-CONT-FALTANTES
           DISPLAY WSV-LINEA.

       41000-LINEA-PASO.
           MOVE SPACES TO WSV-LP-REGLA
           EVALUATE WST-PAS-REGLA(IP)
               WHEN 'P'
                   MOVE 'PRIMER DIA HABIL' TO WSV-LP-REGLA
               WHEN 'U'
                   MOVE 'ULTIMO DIA HABIL' TO WSV-LP-REGLA
               WHEN 'D'
                   STRING 'DIA ' WST-PAS-DIA(IP) ' DEL MES'
                       DELIMITED BY SIZE INTO WSV-LP-REGLA
               WHEN 'S'
                   IF WST-PAS-DIA(IP) >= 1 AND WST-PAS-DIA(IP) <= 7
                       STRING 'SEMANAL '
                              WST-NOMBRE-DIA(WST-PAS-DIA(IP))
                           DELIMITED BY SIZE INTO WSV-LP-REGLA
                   END-IF
               WHEN 'H'
                   MOVE 'CADA DIA HABIL' TO WSV-LP-REGLA
           END-EVALUATE
           MOVE WST-PAS-PASO(IP) TO WSV-LP-PASO
           EVALUATE TRUE
               WHEN WSS-PAS-CORRIO-OK(IP)
                   MOVE 'OK' TO WSV-LP-ESTADO
               WHEN WSS-PAS-CORRIO-ERROR(IP)
                   MOVE 'ERROR' TO WSV-LP-ESTADO
               WHEN OTHER
                   MOVE 'NO CORRIO' TO WSV-LP-ESTADO
           END-EVALUATE
           MOVE WST-PAS-MOTIVO(IP) TO WSV-LP-MOTIVO
           MOVE WSV-LINEA-PASO TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO.

      *UN PASO FALTA SI HOY CORRESPONDIA Y NO TERMINO OK, O SI LA
      *ULTIMA FECHA ANTERIOR EN QUE CORRESPONDIA ES POSTERIOR A SU
      *ULTIMA CORRIDA OK
       42000-VER-FALTANTE.
           MOVE 0 TO WSV-FECHA-AUX
           IF WSS-PAS-HOY(IP) AND NOT WSS-PAS-CORRIO-OK(IP)
               MOVE WSV-FECHA-PROCESO TO WSV-FECHA-AUX
           ELSE
               IF WST-PAS-DEBIDO(IP) NOT= 0
                  AND WST-PAS-ULT-OK(IP) < WST-PAS-DEBIDO(IP)
                  AND NOT WSS-PAS-CORRIO-OK(IP)
                   MOVE WST-PAS-DEBIDO(IP) TO WSV-FECHA-AUX
               END-IF
           END-IF
           IF WSV-FECHA-AUX NOT= 0
               ADD 1 TO WSV-CONT-FALTANTES
               MOVE WST-PAS-PASO(IP) TO WSV-LF-PASO
               PERFORM 47000-EDITAR-FECHA
               MOVE WSV-FECHA-R TO WSV-LF-DEBIDO
               IF WST-PAS-ULT-OK(IP) = 0
                   MOVE 'NUNCA' TO WSV-LF-ULT-OK
               ELSE
                   MOVE WST-PAS-ULT-OK(IP) TO WSV-FECHA-AUX
                   PERFORM 47000-EDITAR-FECHA
                   MOVE WSV-FECHA-R TO WSV-LF-ULT-OK
               END-IF
               MOVE WSV-LINEA-FALTANTE TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF.

      *ABRE PLANIFIC.LIS VIA RUTLIST CON LA FECHA DE PROCESO
       45000-ABRIR-LISTADO.
           MOVE WSV-FECHA-PROCESO TO WSV-FECHA-AUX
           PERFORM 47000-EDITAR-FECHA
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'PLANIFIC.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'PROCESO ' WSV-FECHA-R
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE 'PASO     REGLA                ESTADO     OBSERVACION'
               TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *MANDA LA LINEA A LA PANTALLA Y AL LISTADO PAGINADO
       46000-ESCRIBIR-LISTADO.
           DISPLAY REG-LIST-LINEA
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *EDITA WSV-FECHA-AUX (AAAAMMDD) EN WSV-FECHA-R (DD/MM/AAAA)
       47000-EDITAR-FECHA.
           MOVE WSV-FECHA-AUX(7:2) TO WSV-FEC-DIA
           MOVE WSV-FECHA-AUX(5:2) TO WSV-FEC-MES
           MOVE WSV-FECHA-AUX(1:4) TO WSV-FEC-ANIO.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
