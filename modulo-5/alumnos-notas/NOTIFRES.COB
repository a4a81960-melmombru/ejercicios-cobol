      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Aviso unico a los responsables. Junta por alumno
      *las alertas academicas abiertas de ALERTAS.DAT (tutores), las
      *sanciones de SANCIONES.DAT desde la fecha pedida (preceptores)
      *y las cuotas vencidas con saldo de CUOTAS.DAT (secretaria), y
      *genera una sola nota por cada responsable de RESPONSABLES.DAT
      *a partir de la plantilla AVISO.TXT via RUTSUBST (como CERTIF):
      *&RESPONSABLE, &ALUMNO, &CURSO y &FECHA se reemplazan y la linea
      *que contiene &DETALLE se cambia por un renglon por cada item.
      *Cada item avisado queda en AVISOS.DAT, asi que la proxima
      *corrida no lo vuelve a mandar; los alumnos sin responsables
      *cargados no se registran y salen en pantalla para cargarlos.
      *Las notas se graban en AVISnnnn-r.TXT (alumno y responsable).
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - CUOTAS.DAT se lee con el registro completo (copybook
      *   REG-CUOTA): con el largo anterior cada cuota daba status 06 y
      *   los avisos no incluian las cuotas vencidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NOTIFRES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL RESPONSABLES
                                   ASSIGN TO DISK 'RESPONSABLES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RESP.

       SELECT OPTIONAL ALERTAS     ASSIGN TO DISK 'ALERTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALERTAS.

       SELECT OPTIONAL SANCIONES   ASSIGN TO DISK 'SANCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SANCIONES.

       SELECT OPTIONAL CUOTAS      ASSIGN TO DISK 'CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUOTAS.

       SELECT OPTIONAL AVISOS      ASSIGN TO DISK 'AVISOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-AVISOS.

       SELECT PLANTILLA            ASSIGN TO DISK 'AVISO.TXT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PLANTILLA.

       SELECT NOTA-AVISO           ASSIGN TO DYNAMIC WSV-NOMBRE-AVISO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD RESPONSABLES.
       01 REG-RESPONSABLE.
           05 REG-RSP-NRO-ALUMNO               PIC 9(04).
           05 REG-RSP-NOMBRE                   PIC X(25).
           05 REG-RSP-PARENTESCO               PIC X(10).
           05 REG-RSP-TELEFONO                 PIC X(11).
           05 REG-RSP-DNI                      PIC X(10).

       FD ALERTAS.
       01 REG-ALERTA.
           05 REG-ALE-FECHA                    PIC 9(08).
           05 REG-ALE-NRO-ALUMNO               PIC 9(04).
           05 REG-ALE-CURSO                    PIC X(02).
           05 REG-ALE-TIPO                     PIC X(01).
               88 WSS-ALE-PROMEDIO                     VALUE 'P'.
               88 WSS-ALE-ASISTENCIA                   VALUE 'A'.
               88 WSS-ALE-AMBAS                        VALUE 'X'.
           05 REG-ALE-PROM-ANTERIOR            PIC 9(02)V9(02).
           05 REG-ALE-PROM-ULTIMO              PIC 9(02)V9(02).
           05 REG-ALE-ASISTENCIA               PIC 9(03).

       FD SANCIONES.
       01 REG-SANCION.
           05 REG-SAN-NRO-ALUMNO               PIC 9(04).
           05 REG-SAN-FECHA                    PIC 9(08).
           05 REG-SAN-TIPO                     PIC 9(01).
           05 REG-SAN-DESCRIP                  PIC X(30).

       FD CUOTAS.
       COPY REG-CUOTA.

       FD AVISOS.
       COPY REG-AVISO.

       FD PLANTILLA.
       01 REG-PLANTILLA                        PIC X(80).

       FD NOTA-AVISO.
       01 REG-NOTA-AVISO                       PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-RESP                          PIC X(02).
           88 WSS-FS-RESP-OK                           VALUE '00' '05'.
           88 WSS-FS-RESP-EOF                          VALUE '10'.

       01 WSS-FS-ALERTAS                       PIC X(02).
           88 WSS-FS-ALERTAS-OK                        VALUE '00' '05'.
           88 WSS-FS-ALERTAS-EOF                       VALUE '10'.

       01 WSS-FS-SANCIONES                     PIC X(02).
           88 WSS-FS-SANCIONES-OK                      VALUE '00' '05'.
           88 WSS-FS-SANCIONES-EOF                     VALUE '10'.

       01 WSS-FS-CUOTAS                        PIC X(02).
           88 WSS-FS-CUOTAS-OK                         VALUE '00' '05'.
           88 WSS-FS-CUOTAS-EOF                        VALUE '10'.

       01 WSS-FS-AVISOS                        PIC X(02).
           88 WSS-FS-AVISOS-OK                         VALUE '00' '05'.
           88 WSS-FS-AVISOS-EOF                        VALUE '10'.

       01 WSS-FS-PLANTILLA                     PIC X(02).
           88 WSS-FS-PLANTILLA-OK                      VALUE '00'.
           88 WSS-FS-PLANTILLA-EOF                     VALUE '10'.

       01 WSS-FS-NOTA                          PIC X(02).
           88 WSS-FS-NOTA-OK                           VALUE '00'.

       01 WSV-NOMBRE-AVISO                     PIC X(20).

       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-FECHA-HOY-R REDEFINES WSV-FECHA-HOY.
           05 WSV-HOY-ANIO                     PIC 9(04).
           05 WSV-HOY-MES                      PIC 9(02).
           05 WSV-HOY-DIA                      PIC 9(02).
       01 WSV-FECHA-TEXTO.
           05 WSV-FTX-DIA                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE '/'.
           05 WSV-FTX-MES                      PIC 9(02).
           05 FILLER                           PIC X(01) VALUE '/'.
           05 WSV-FTX-ANIO                     PIC 9(04).
       01 WSV-SANCIONES-DESDE                  PIC 9(08).

      *LINEAS DE LA PLANTILLA CARGADAS EN MEMORIA
       01 WSC-MAX-LINEAS                       PIC 9(02) VALUE 50.
       01 WSV-CONT-LINEAS                      PIC S9(4) COMP VALUE 0.
       01 WST-PLANTILLA.
           05 WST-LINEA-PLA      OCCURS 50 TIMES INDEXED BY IND-PL
                                               PIC X(80).
       01 WSV-CONT-DETALLE                     PIC 9(02).

      *ALUMNOS ACTIVOS CON LA CANTIDAD DE ITEMS NUEVOS A AVISAR
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-AL-ITEM         OCCURS 200 TIMES INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-NOMBRE                PIC X(23).
               10 WST-AL-CURSO                 PIC X(02).
               10 WST-AL-CANT-ITEMS            PIC 9(03).

      *RESPONSABLES DE RESPONSABLES.DAT
       01 WSC-MAX-RESP                         PIC 9(03) VALUE 400.
       01 WSV-CONT-RESP                        PIC S9(4) COMP VALUE 0.
       01 WST-RESPONSABLES.
           05 WST-RESP            OCCURS 400 TIMES INDEXED BY IND-RS.
               10 WST-RS-NRO-ALUMNO            PIC 9(04).
               10 WST-RS-NOMBRE                PIC X(25).
       01 WSV-CONT-RESP-ALUMNO                 PIC 9(01).

      *ITEMS YA AVISADOS EN CORRIDAS ANTERIORES (AVISOS.DAT)
       01 WSC-MAX-ENVIADOS                     PIC 9(04) VALUE 3000.
       01 WSV-CONT-ENVIADOS                    PIC S9(4) COMP VALUE 0.
       01 WST-ENVIADOS.
           05 WST-ENV-CLAVE       OCCURS 3000 TIMES INDEXED BY IND-EN
                                               PIC X(17).

      *ITEMS NUEVOS DE ESTA CORRIDA
       01 WSC-MAX-ITEMS                        PIC 9(04) VALUE 1000.
       01 WSV-CONT-ITEMS                       PIC S9(4) COMP VALUE 0.
       01 WST-ITEMS.
           05 WST-IT-ITEM         OCCURS 1000 TIMES INDEXED BY IND-IT.
               10 WST-IT-CLAVE                 PIC X(17).
               10 WST-IT-CLAVE-R REDEFINES WST-IT-CLAVE.
                   15 WST-IT-NRO-ALUMNO        PIC 9(04).
                   15 WST-IT-ORIGEN            PIC X(01).
                   15 WST-IT-CLAVE-ORIGEN      PIC X(12).
               10 WST-IT-TEXTO                 PIC X(70).

      *CLAVE Y TEXTO DEL ITEM QUE SE ESTA AGREGANDO
       01 WSV-CLAVE-ITEM.
           05 WSV-CLI-NRO-ALUMNO               PIC 9(04).
           05 WSV-CLI-ORIGEN                   PIC X(01).
           05 WSV-CLI-CLAVE                    PIC X(12).
           05 WSV-CLI-CLAVE-ALERTA REDEFINES WSV-CLI-CLAVE.
               10 WSV-CLI-ALE-TIPO             PIC X(01).
               10 WSV-CLI-ALE-PROM-ANT         PIC 9(02)V9(02).
               10 WSV-CLI-ALE-PROM-ULT         PIC 9(02)V9(02).
               10 WSV-CLI-ALE-ASIS             PIC 9(03).
           05 WSV-CLI-CLAVE-SANCION REDEFINES WSV-CLI-CLAVE.
               10 WSV-CLI-SAN-FECHA            PIC 9(08).
               10 WSV-CLI-SAN-TIPO             PIC 9(01).
               10 FILLER                       PIC X(03).
           05 WSV-CLI-CLAVE-CUOTA REDEFINES WSV-CLI-CLAVE.
               10 WSV-CLI-CUO-PERIODO          PIC 9(06).
               10 FILLER                       PIC X(06).
       01 WSV-TEXTO-ITEM                       PIC X(70).
       01 WSV-PROM-ANT-EDIT                    PIC Z9.99.
       01 WSV-PROM-ULT-EDIT                    PIC Z9.99.
       01 WSV-ASIS-EDIT                        PIC ZZ9.
       01 WSV-SALDO                            PIC 9(05)V9(02).
       01 WSV-SALDO-EDIT                       PIC ZZZZ9.99.
       01 WSV-ENCONTRADO                       PIC X(01).
           88 WSS-ENCONTRADO                           VALUE 'S'.

       01 WSV-CONT-ALE-NUEVOS                  PIC 9(04) VALUE 0.
       01 WSV-CONT-SAN-NUEVOS                  PIC 9(04) VALUE 0.
       01 WSV-CONT-CUO-NUEVOS                  PIC 9(04) VALUE 0.
       01 WSV-CONT-YA-AVISADOS                 PIC 9(04) VALUE 0.
       01 WSV-CONT-NOTAS                       PIC 9(04) VALUE 0.
       01 WSV-CONT-ALU-AVISADOS                PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-RESP                    PIC 9(04) VALUE 0.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTSUBST                        PIC X(08)
                                                       VALUE "RUTSUBST".
       COPY REG-SUBST.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 15000-CARGAR-PLANTILLA
           IF WSV-CONT-LINEAS = 0
               DISPLAY 'AVISO.TXT VACIA O INEXISTENTE, NO HAY '
                       'NADA PARA GENERAR'
           ELSE
               PERFORM 20000-CARGAR-ALUMNOS
               PERFORM 22000-CARGAR-RESPONSABLES
               PERFORM 25000-CARGAR-ENVIADOS
               PERFORM 30000-JUNTAR-ALERTAS
               PERFORM 32000-JUNTAR-SANCIONES
               PERFORM 34000-JUNTAR-CUOTAS
               PERFORM 40000-GENERAR-AVISOS
               PERFORM 45000-MOSTRAR-RESUMEN
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *TOMA LA FECHA DEL DIA Y PIDE DESDE QUE FECHA SE JUNTAN LAS
      *SANCIONES
       10000-INICIO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-HOY-DIA TO WSV-FTX-DIA
           MOVE WSV-HOY-MES TO WSV-FTX-MES
           MOVE WSV-HOY-ANIO TO WSV-FTX-ANIO
           DISPLAY 'SANCIONES DESDE LA FECHA (AAAAMMDD, 0 = TODAS): '
           ACCEPT WSV-SANCIONES-DESDE
           IF WSV-SANCIONES-DESDE > WSV-FECHA-HOY
               DISPLAY 'LA FECHA DESDE NO PUEDE SER POSTERIOR A HOY'
               PERFORM 10000-INICIO
           END-IF.

      *LEE AVISO.TXT COMPLETA Y LA CARGA EN MEMORIA
       15000-CARGAR-PLANTILLA.
           OPEN INPUT PLANTILLA
           IF NOT WSS-FS-PLANTILLA-OK
               DISPLAY 'ERROR EN EL OPEN DE AVISO.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-PLANTILLA
           ELSE
               PERFORM 16000-LEER-Y-CARGAR-LINEA
                   UNTIL WSS-FS-PLANTILLA-EOF
               CLOSE PLANTILLA
           END-IF.

       16000-LEER-Y-CARGAR-LINEA.
           READ PLANTILLA
           IF WSS-FS-PLANTILLA-OK
               IF WSV-CONT-LINEAS >= WSC-MAX-LINEAS
                   DISPLAY 'PLANTILLA DEMASIADO LARGA, SE IGNORAN '
                           'LAS LINEAS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PLANTILLA
               ELSE
                   ADD 1 TO WSV-CONT-LINEAS
                   SET IND-PL TO WSV-CONT-LINEAS
                   MOVE REG-PLANTILLA TO WST-LINEA-PLA(IND-PL)
               END-IF
           END-IF.

      *LEE ALUMNOS.DAT; A LOS DADOS DE BAJA NO SE LES AVISA
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
           IF WSS-FS-ALUMNOS-OK
               IF WSS-ALU-BAJA
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
                   MOVE REG-ALU-NOMBRE TO WST-AL-NOMBRE(IND-AL)
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   MOVE 0 TO WST-AL-CANT-ITEMS(IND-AL)
               END-IF
               END-IF
           END-IF
           END-IF.

      *CARGA RESPONSABLES.DAT EN MEMORIA
       22000-CARGAR-RESPONSABLES.
           OPEN INPUT RESPONSABLES
           IF NOT WSS-FS-RESP-OK
               DISPLAY 'ERROR EN EL OPEN DE RESPONSABLES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESP
           ELSE
               PERFORM 23000-LEER-Y-CARGAR-RESP
                   UNTIL WSS-FS-RESP-EOF
               CLOSE RESPONSABLES
           END-IF.

       23000-LEER-Y-CARGAR-RESP.
           READ RESPONSABLES
           IF WSS-FS-RESP-OK
               IF WSV-CONT-RESP >= WSC-MAX-RESP
                   DISPLAY 'TABLA DE RESPONSABLES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-RESP
               ELSE
                   ADD 1 TO WSV-CONT-RESP
                   SET IND-RS TO WSV-CONT-RESP
                   MOVE REG-RSP-NRO-ALUMNO TO WST-RS-NRO-ALUMNO(IND-RS)
                   MOVE REG-RSP-NOMBRE TO WST-RS-NOMBRE(IND-RS)
               END-IF
           END-IF.

      *CARGA LAS CLAVES DE LOS ITEMS YA AVISADOS
       25000-CARGAR-ENVIADOS.
           OPEN INPUT AVISOS
           IF NOT WSS-FS-AVISOS-OK
               DISPLAY 'ERROR EN EL OPEN DE AVISOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-AVISOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-Y-CARGAR-ENVIADO UNTIL WSS-FS-AVISOS-EOF
           CLOSE AVISOS.

       26000-LEER-Y-CARGAR-ENVIADO.
           READ AVISOS
           IF WSS-FS-AVISOS-OK
               IF WSV-CONT-ENVIADOS >= WSC-MAX-ENVIADOS
                   DISPLAY 'TABLA DE AVISOS ENVIADOS LLENA, SE '
                           'IGNORAN LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-AVISOS
               ELSE
                   ADD 1 TO WSV-CONT-ENVIADOS
                   SET IND-EN TO WSV-CONT-ENVIADOS
                   MOVE REG-AVISO(1:17) TO WST-ENV-CLAVE(IND-EN)
               END-IF
           END-IF.

      *ALERTAS ABIERTAS: LAS QUE ESTAN HOY EN ALERTAS.DAT. LA CLAVE
      *ES EL TIPO CON LOS VALORES MEDIDOS, ASI LA MISMA SITUACION NO
      *SE REPITE AUNQUE ALERTAS SE VUELVA A CORRER, PERO UN CAMBIO EN
      *LOS VALORES SE AVISA DE NUEVO
       30000-JUNTAR-ALERTAS.
           OPEN INPUT ALERTAS
           IF NOT WSS-FS-ALERTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ALERTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ALERTAS
           ELSE
               PERFORM 31000-LEER-ALERTA UNTIL WSS-FS-ALERTAS-EOF
               CLOSE ALERTAS
           END-IF.

       31000-LEER-ALERTA.
           READ ALERTAS
           IF WSS-FS-ALERTAS-OK
               MOVE REG-ALE-NRO-ALUMNO TO WSV-CLI-NRO-ALUMNO
               MOVE 'A' TO WSV-CLI-ORIGEN
               MOVE REG-ALE-TIPO TO WSV-CLI-ALE-TIPO
               MOVE REG-ALE-PROM-ANTERIOR TO WSV-CLI-ALE-PROM-ANT
               MOVE REG-ALE-PROM-ULTIMO TO WSV-CLI-ALE-PROM-ULT
               MOVE REG-ALE-ASISTENCIA TO WSV-CLI-ALE-ASIS
               MOVE REG-ALE-PROM-ANTERIOR TO WSV-PROM-ANT-EDIT
               MOVE REG-ALE-PROM-ULTIMO TO WSV-PROM-ULT-EDIT
               MOVE REG-ALE-ASISTENCIA TO WSV-ASIS-EDIT
               MOVE SPACES TO WSV-TEXTO-ITEM
               EVALUATE TRUE
                   WHEN WSS-ALE-PROMEDIO
                       STRING 'ALERTA ACADEMICA: EL PROMEDIO BAJO DE '
                              WSV-PROM-ANT-EDIT ' A ' WSV-PROM-ULT-EDIT
                           DELIMITED BY SIZE INTO WSV-TEXTO-ITEM
                   WHEN WSS-ALE-ASISTENCIA
                       STRING 'ALERTA ACADEMICA: ASISTENCIA DEL '
                              WSV-ASIS-EDIT '% (BAJO EL MINIMO)'
                           DELIMITED BY SIZE INTO WSV-TEXTO-ITEM
                   WHEN OTHER
                       STRING 'ALERTA ACADEMICA: PROMEDIO DE '
                              WSV-PROM-ANT-EDIT ' A ' WSV-PROM-ULT-EDIT
                              ' Y ASISTENCIA DEL ' WSV-ASIS-EDIT '%'
                           DELIMITED BY SIZE INTO WSV-TEXTO-ITEM
               END-EVALUATE
               PERFORM 39000-AGREGAR-ITEM
               IF WSS-ENCONTRADO
                   ADD 1 TO WSV-CONT-ALE-NUEVOS
               END-IF
           END-IF.

      *SANCIONES DESDE LA FECHA PEDIDA; CLAVE FECHA Y TIPO
       32000-JUNTAR-SANCIONES.
           OPEN INPUT SANCIONES
           IF NOT WSS-FS-SANCIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE SANCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SANCIONES
           ELSE
               PERFORM 33000-LEER-SANCION UNTIL WSS-FS-SANCIONES-EOF
               CLOSE SANCIONES
           END-IF.

       33000-LEER-SANCION.
           READ SANCIONES
           IF WSS-FS-SANCIONES-OK
                   AND REG-SAN-FECHA >= WSV-SANCIONES-DESDE
               MOVE REG-SAN-NRO-ALUMNO TO WSV-CLI-NRO-ALUMNO
               MOVE 'S' TO WSV-CLI-ORIGEN
               MOVE SPACES TO WSV-CLI-CLAVE
               MOVE REG-SAN-FECHA TO WSV-CLI-SAN-FECHA
               MOVE REG-SAN-TIPO TO WSV-CLI-SAN-TIPO
               MOVE SPACES TO WSV-TEXTO-ITEM
               STRING 'SANCION DEL ' REG-SAN-FECHA ': '
                      REG-SAN-DESCRIP
                   DELIMITED BY SIZE INTO WSV-TEXTO-ITEM
               PERFORM 39000-AGREGAR-ITEM
               IF WSS-ENCONTRADO
                   ADD 1 TO WSV-CONT-SAN-NUEVOS
               END-IF
           END-IF.

      *CUOTAS VENCIDAS A HOY QUE TODAVIA TIENEN SALDO; CLAVE PERIODO
       34000-JUNTAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF NOT WSS-FS-CUOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE CUOTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUOTAS
           ELSE
               PERFORM 35000-LEER-CUOTA UNTIL WSS-FS-CUOTAS-EOF
               CLOSE CUOTAS
           END-IF.

       35000-LEER-CUOTA.
           READ CUOTAS
           IF WSS-FS-CUOTAS-OK
                   AND NOT WSS-CUO-CANCELADA
                   AND REG-CUO-VENCIMIENTO < WSV-FECHA-HOY
                   AND REG-CUO-PAGADO < REG-CUO-MONTO
               MOVE REG-CUO-NRO-ALUMNO TO WSV-CLI-NRO-ALUMNO
               MOVE 'C' TO WSV-CLI-ORIGEN
               MOVE SPACES TO WSV-CLI-CLAVE
               MOVE REG-CUO-PERIODO TO WSV-CLI-CUO-PERIODO
               COMPUTE WSV-SALDO = REG-CUO-MONTO - REG-CUO-PAGADO
               MOVE WSV-SALDO TO WSV-SALDO-EDIT
               MOVE SPACES TO WSV-TEXTO-ITEM
               STRING 'CUOTA ' REG-CUO-PERIODO ' VENCIDA EL '
                      REG-CUO-VENCIMIENTO ', SALDO $' WSV-SALDO-EDIT
                   DELIMITED BY SIZE INTO WSV-TEXTO-ITEM
               PERFORM 39000-AGREGAR-ITEM
               IF WSS-ENCONTRADO
                   ADD 1 TO WSV-CONT-CUO-NUEVOS
               END-IF
           END-IF.

      *AGREGA EL ITEM DE WSV-CLAVE-ITEM SI EL ALUMNO ESTA ACTIVO Y
      *EL ITEM NO FUE AVISADO ANTES; DEJA WSS-ENCONTRADO EN 'S' SI
      *QUEDO AGREGADO
       39000-AGREGAR-ITEM.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-EN FROM 1 BY 1
                   UNTIL IND-EN > WSV-CONT-ENVIADOS
                       OR WSS-ENCONTRADO
               IF WST-ENV-CLAVE(IND-EN) = WSV-CLAVE-ITEM
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               ADD 1 TO WSV-CONT-YA-AVISADOS
               MOVE 'N' TO WSV-ENCONTRADO
           ELSE
               PERFORM VARYING IND-AL FROM 1 BY 1
                       UNTIL IND-AL > WSV-CONT-ALUMNOS
                           OR WSS-ENCONTRADO
                   IF WST-AL-NRO(IND-AL) = WSV-CLI-NRO-ALUMNO
                       SET WSS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-ENCONTRADO
                   IF WSV-CONT-ITEMS >= WSC-MAX-ITEMS
                       DISPLAY 'TABLA DE ITEMS LLENA, EL RESTO SE '
                               'AVISA EN LA PROXIMA CORRIDA'
                       MOVE 'N' TO WSV-ENCONTRADO
                   ELSE
                       SET IND-AL DOWN BY 1
                       ADD 1 TO WST-AL-CANT-ITEMS(IND-AL)
                       ADD 1 TO WSV-CONT-ITEMS
                       SET IND-IT TO WSV-CONT-ITEMS
                       MOVE WSV-CLAVE-ITEM TO WST-IT-CLAVE(IND-IT)
                       MOVE WSV-TEXTO-ITEM TO WST-IT-TEXTO(IND-IT)
                   END-IF
               END-IF
           END-IF.

      *POR CADA ALUMNO CON ITEMS NUEVOS GENERA UNA NOTA POR
      *RESPONSABLE Y REGISTRA LOS ITEMS COMO AVISADOS
       40000-GENERAR-AVISOS.
           OPEN EXTEND AVISOS
           IF NOT WSS-FS-AVISOS-OK
               DISPLAY 'ERROR EN EL OPEN DE AVISOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-AVISOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WST-AL-CANT-ITEMS(IND-AL) > 0
                   PERFORM 41000-AVISAR-UN-ALUMNO
               END-IF
           END-PERFORM
           CLOSE AVISOS.

       41000-AVISAR-UN-ALUMNO.
           MOVE 0 TO WSV-CONT-RESP-ALUMNO
           PERFORM VARYING IND-RS FROM 1 BY 1
                   UNTIL IND-RS > WSV-CONT-RESP
               IF WST-RS-NRO-ALUMNO(IND-RS) = WST-AL-NRO(IND-AL)
                       AND WSV-CONT-RESP-ALUMNO < 9
                   ADD 1 TO WSV-CONT-RESP-ALUMNO
                   PERFORM 42000-GENERAR-NOTA
               END-IF
           END-PERFORM
           IF WSV-CONT-RESP-ALUMNO = 0
               ADD 1 TO WSV-CONT-SIN-RESP
               DISPLAY 'ALUMNO ' WST-AL-NRO(IND-AL) ' '
                       WST-AL-NOMBRE(IND-AL) ' SIN RESPONSABLES '
                       'CARGADOS, ' WST-AL-CANT-ITEMS(IND-AL)
                       ' ITEM/S QUEDAN PENDIENTES'
           ELSE
               ADD 1 TO WSV-CONT-ALU-AVISADOS
               PERFORM VARYING IND-IT FROM 1 BY 1
                       UNTIL IND-IT > WSV-CONT-ITEMS
                   IF WST-IT-NRO-ALUMNO(IND-IT) = WST-AL-NRO(IND-AL)
                       PERFORM 44000-REGISTRAR-AVISO
                   END-IF
               END-PERFORM
           END-IF.

      *ESCRIBE LA PLANTILLA PARA EL RESPONSABLE EN CURSO EN
      *AVISnnnn-r.TXT
       42000-GENERAR-NOTA.
           MOVE SPACES TO WSV-NOMBRE-AVISO
           STRING 'AVIS' WST-AL-NRO(IND-AL) '-' WSV-CONT-RESP-ALUMNO
                  '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-AVISO
           OPEN OUTPUT NOTA-AVISO
           IF NOT WSS-FS-NOTA-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-AVISO
               DISPLAY 'FILE STATUS ' WSS-FS-NOTA
           ELSE
               PERFORM VARYING IND-PL FROM 1 BY 1
                       UNTIL IND-PL > WSV-CONT-LINEAS
                   MOVE 0 TO WSV-CONT-DETALLE
                   INSPECT WST-LINEA-PLA(IND-PL)
                       TALLYING WSV-CONT-DETALLE FOR ALL '&DETALLE'
                   IF WSV-CONT-DETALLE > 0
                       PERFORM 43100-ESCRIBIR-DETALLE
                   ELSE
                       PERFORM 43000-REEMPLAZAR-Y-ESCRIBIR
                   END-IF
               END-PERFORM
               CLOSE NOTA-AVISO
               ADD 1 TO WSV-CONT-NOTAS
           END-IF.

      *APLICA LOS REEMPLAZOS A UNA LINEA DE LA PLANTILLA VIA RUTSUBST
      *Y LA ESCRIBE
       43000-REEMPLAZAR-Y-ESCRIBIR.
           MOVE WST-LINEA-PLA(IND-PL) TO REG-SUBST-FRASE
           MOVE '&RESPONSABLE' TO REG-SUBST-PALABRA
           MOVE WST-RS-NOMBRE(IND-RS) TO REG-SUBST-REEMPLAZO
           CALL WSC-RUTSUBST USING REGISTRO-SUBST
           MOVE REG-SUBST-FRASE-R TO REG-SUBST-FRASE
           MOVE '&ALUMNO' TO REG-SUBST-PALABRA
           MOVE WST-AL-NOMBRE(IND-AL) TO REG-SUBST-REEMPLAZO
           CALL WSC-RUTSUBST USING REGISTRO-SUBST
           MOVE REG-SUBST-FRASE-R TO REG-SUBST-FRASE
           MOVE '&CURSO' TO REG-SUBST-PALABRA
           MOVE WST-AL-CURSO(IND-AL) TO REG-SUBST-REEMPLAZO
           CALL WSC-RUTSUBST USING REGISTRO-SUBST
           MOVE REG-SUBST-FRASE-R TO REG-SUBST-FRASE
           MOVE '&FECHA' TO REG-SUBST-PALABRA
           MOVE WSV-FECHA-TEXTO TO REG-SUBST-REEMPLAZO
           CALL WSC-RUTSUBST USING REGISTRO-SUBST
           MOVE REG-SUBST-FRASE-R TO REG-NOTA-AVISO
           PERFORM 43900-GRABAR-LINEA.

      *LA LINEA CON &DETALLE SE CAMBIA POR UN RENGLON POR ITEM
       43100-ESCRIBIR-DETALLE.
           PERFORM VARYING IND-IT FROM 1 BY 1
                   UNTIL IND-IT > WSV-CONT-ITEMS
               IF WST-IT-NRO-ALUMNO(IND-IT) = WST-AL-NRO(IND-AL)
                   MOVE SPACES TO REG-NOTA-AVISO
                   STRING '  - ' WST-IT-TEXTO(IND-IT)
                       DELIMITED BY SIZE INTO REG-NOTA-AVISO
                   PERFORM 43900-GRABAR-LINEA
               END-IF
           END-PERFORM.

       43900-GRABAR-LINEA.
           WRITE REG-NOTA-AVISO
           IF NOT WSS-FS-NOTA-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-AVISO
               DISPLAY 'FILE STATUS ' WSS-FS-NOTA
           END-IF.

      *DEJA EL ITEM EN AVISOS.DAT PARA NO VOLVER A AVISARLO
       44000-REGISTRAR-AVISO.
           MOVE WST-IT-NRO-ALUMNO(IND-IT) TO REG-AVI-NRO-ALUMNO
           MOVE WST-IT-ORIGEN(IND-IT) TO REG-AVI-ORIGEN
           MOVE WST-IT-CLAVE-ORIGEN(IND-IT) TO REG-AVI-CLAVE
           MOVE WSV-FECHA-HOY TO REG-AVI-FECHA-ENVIO
           MOVE WSV-CONT-RESP-ALUMNO TO REG-AVI-CANT-RESP
           WRITE REG-AVISO
           IF NOT WSS-FS-AVISOS-OK
               DISPLAY 'ERROR EN EL WRITE DE AVISOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-AVISOS
           END-IF.

      *TOTALES DE LA CORRIDA
       45000-MOSTRAR-RESUMEN.
           DISPLAY 'ITEMS NUEVOS - ALERTAS: ' WSV-CONT-ALE-NUEVOS
                   '  SANCIONES: ' WSV-CONT-SAN-NUEVOS
                   '  CUOTAS: ' WSV-CONT-CUO-NUEVOS
           DISPLAY 'ITEMS YA AVISADOS (OMITIDOS): '
                   WSV-CONT-YA-AVISADOS
           DISPLAY 'ALUMNOS AVISADOS: ' WSV-CONT-ALU-AVISADOS
                   '  NOTAS GENERADAS: ' WSV-CONT-NOTAS
           DISPLAY 'ALUMNOS SIN RESPONSABLES (PENDIENTES): '
                   WSV-CONT-SIN-RESP.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
