      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Fusion de clientes duplicados. Un cliente dado de
      *alta dos veces (por lo general despues de un cambio de razon
      *social) queda con los cargos en un nro y los pagos en el otro,
      *y la maduracion, los recargos y el exceso de limite salen mal.
      *Dado un nro que sobrevive y uno que se retira, pasa al que
      *sobrevive todos los registros del retirado en CUENTAS.DAT (los
      *saldos se suman en la cuenta del que sobrevive), MOVCLI.DAT,
      *PAGOS.DAT, CONVENIOS.DAT, SERVICIO.DAT y FACTEMIT.DAT, y marca
      *al retirado en CLIENTES.DAT como fusionado en el que sobrevive.
      *Cada archivo se copia a FUSION.TMP con la clave cambiada y se
      *vuelve a grabar desde ahi. El modo S (simulacion) solo informa
      *cuantos registros se moverian de cada archivo; el modo F
      *informa lo mismo, pide confirmacion y recien ahi regraba. La
      *fusion queda asentada en FUSIONES.DAT con la cantidad movida
      *de cada archivo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6044.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ARCHIVO ASSIGN TO DYNAMIC WSV-NOMBRE-ARCHIVO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ARCHIVO.

       SELECT TEMPORAL         ASSIGN TO DISK 'FUSION.TMP'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-TEMPORAL.

       SELECT OPTIONAL FUSIONES
                               ASSIGN TO DISK 'FUSIONES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-FUSIONES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

      *REGISTRO GENERICO; CUENTAS.DAT Y CLIENTES.DAT SE VEN ADEMAS
      *CON SU LAYOUT
       FD ARCHIVO.
       01 REG-ARCHIVO              PIC X(100).
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
       01 REG-CLIENTE.
           05 REG-CLI-NRO          PIC 9(08).
           05 REG-CLI-RAZON        PIC X(30).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

       FD TEMPORAL.
       01 REG-TEMPORAL             PIC X(100).

       FD FUSIONES.
       01 REG-FUSION.
           05 REG-FUS-FECHA        PIC 9(08).
           05 REG-FUS-SOBREVIVE    PIC 9(08).
           05 REG-FUS-RETIRADO     PIC 9(08).
           05 REG-FUS-CANTIDAD     PIC 9(05) OCCURS 6 TIMES.
           05 REG-FUS-SALDO        PIC S9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ARCHIVO           PIC X(02).
           88 WSS-FS-ARCHIVO-OK        VALUE '00' '05'.
           88 WSS-FS-ARCHIVO-EOF       VALUE '10'.

       01 WSS-FS-TEMPORAL          PIC X(02).
           88 WSS-FS-TEMPORAL-OK       VALUE '00'.
           88 WSS-FS-TEMPORAL-EOF      VALUE '10'.

       01 WSS-FS-FUSIONES          PIC X(02).
           88 WSS-FS-FUSIONES-OK       VALUE '00' '05'.

       01 WSV-NOMBRE-ARCHIVO       PIC X(20).

      *ARCHIVOS DE LA FUSION: NOMBRE, POSICION DEL NRO DE CLIENTE DE
      *8 DIGITOS Y TRATAMIENTO (C = CUENTA CON SALDO A SUMAR, M =
      *MAESTRO A MARCAR, N = SOLO SE CAMBIA LA CLAVE). CLIENTES.DAT
      *VA ULTIMO Y NO CUENTA COMO ARCHIVO MOVIDO EN FUSIONES.DAT
       01 WSC-ARCHIVOS.
           05 FILLER               PIC X(20) VALUE 'CUENTAS.DAT'.
           05 FILLER               PIC X(03) VALUE '01C'.
           05 FILLER               PIC X(20) VALUE 'MOVCLI.DAT'.
           05 FILLER               PIC X(03) VALUE '01N'.
           05 FILLER               PIC X(20) VALUE 'PAGOS.DAT'.
           05 FILLER               PIC X(03) VALUE '01N'.
           05 FILLER               PIC X(20) VALUE 'CONVENIOS.DAT'.
           05 FILLER               PIC X(03) VALUE '01N'.
           05 FILLER               PIC X(20) VALUE 'SERVICIO.DAT'.
           05 FILLER               PIC X(03) VALUE '04N'.
           05 FILLER               PIC X(20) VALUE 'FACTEMIT.DAT'.
           05 FILLER               PIC X(03) VALUE '17N'.
           05 FILLER               PIC X(20) VALUE 'CLIENTES.DAT'.
           05 FILLER               PIC X(03) VALUE '01M'.
       01 WST-ARCHIVOS REDEFINES WSC-ARCHIVOS.
           05 WST-ARCHIVO-ITEM     OCCURS 7 TIMES INDEXED BY IND-AR.
               10 WST-AR-NOMBRE        PIC X(20).
               10 WST-AR-POS-CLAVE     PIC 9(02).
               10 WST-AR-TRATAMIENTO   PIC X(01).
                   88 WSS-AR-CUENTA            VALUE 'C'.
                   88 WSS-AR-MAESTRO           VALUE 'M'.
       01 WSC-CANT-ARCHIVOS        PIC 9(02) VALUE 7.
       01 WST-CANTIDADES.
           05 WST-CANTIDAD         PIC 9(05) OCCURS 7 TIMES.

       01 WSV-MODO-E               PIC X(01).
           88 WSS-MODO-SIMULACION      VALUE 'S' 's'.
           88 WSS-MODO-FUSION          VALUE 'F' 'f'.
       01 WSV-SOBREVIVE-E          PIC 9(08).
       01 WSV-RETIRADO-E           PIC 9(08).
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA-SI          VALUE 'S' 's'.
       01 WSV-FECHA-HOY            PIC 9(08).

      *LOS DOS CLIENTES EN CLIENTES.DAT
       01 WSV-RAZON-SOBREVIVE      PIC X(30).
       01 WSV-RAZON-RETIRADO       PIC X(30).
       01 WSV-ESTADO-SOBREVIVE     PIC X(01) VALUE 'N'.
           88 WSS-SOBREVIVE-EXISTE     VALUE 'S'.
           88 WSS-SOBREVIVE-FUSIONADO  VALUE 'F'.
       01 WSV-ESTADO-RETIRADO      PIC X(01) VALUE 'N'.
           88 WSS-RETIRADO-EXISTE      VALUE 'S'.
           88 WSS-RETIRADO-FUSIONADO   VALUE 'F'.

      *LAS DOS CUENTAS EN CUENTAS.DAT
       01 WSV-CUENTA-SOBREVIVE     PIC X(01) VALUE 'N'.
           88 WSS-CUENTA-SOBREVIVE     VALUE 'S'.
       01 WSV-SALDO-SOBREVIVE      PIC S9(05)V9(02) VALUE 0.
       01 WSV-SALDO-RETIRADO       PIC S9(05)V9(02) VALUE 0.
       01 WSV-SALDO-FUSIONADO      PIC S9(07)V9(02) VALUE 0.

       01 WSV-CLAVE-X              PIC X(08).
       01 WSV-CLAVE REDEFINES WSV-CLAVE-X
                                   PIC 9(08).
       01 WSV-REGISTRO-MOVIDO      PIC X(01).
           88 WSS-REGISTRO-MOVIDO      VALUE 'S'.
       01 WSV-GRABAR-REGISTRO      PIC X(01).
           88 WSS-GRABAR-REGISTRO      VALUE 'S'.
       01 WSV-HAY-ERROR            PIC X(01) VALUE 'N'.
           88 WSS-HAY-ERROR            VALUE 'S'.
       01 WSV-TOTAL-MOVIDOS        PIC 9(06) VALUE 0.

       01 WSV-SALDO-EDIT           PIC ------9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-PEDIR-DATOS
           PERFORM 10000-VALIDAR-CLIENTES
           PERFORM 20000-CONTAR-REGISTROS
           PERFORM 25000-INFORMAR-CONTEO
           IF WSS-MODO-SIMULACION
               DISPLAY 'SIMULACION: NO SE MODIFICO NINGUN ARCHIVO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           DISPLAY 'CONFIRMA LA FUSION DEL ' WSV-RETIRADO-E
                   ' EN EL ' WSV-SOBREVIVE-E ' (S/N)? '
           MOVE SPACE TO WSV-CONFIRMA
           ACCEPT WSV-CONFIRMA
           IF NOT WSS-CONFIRMA-SI
               DISPLAY 'FUSION CANCELADA, NO SE MODIFICO NADA'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSC-CANT-ARCHIVOS
                       OR WSS-HAY-ERROR
               IF WST-CANTIDAD(IND-AR) > 0
                   PERFORM 30000-REGRABAR-ARCHIVO
               END-IF
           END-PERFORM
           IF WSS-HAY-ERROR
               DISPLAY 'LA FUSION QUEDO INCOMPLETA EN '
                       WSV-NOMBRE-ARCHIVO ', REVISAR ANTES DE SEGUIR'
           ELSE
               PERFORM 40000-ASENTAR-FUSION
               DISPLAY 'CLIENTE ' WSV-RETIRADO-E ' FUSIONADO EN '
                       WSV-SOBREVIVE-E
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6044' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-MODIFICA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF WSS-OPER-OK
                   MOVE REG-OPER-CODIGO-E TO WSV-OPERADOR
                   DISPLAY 'OPERADOR: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'OPERADOR INVALIDO: ' WSV-ST-TEXTO-OPER
                   IF WSV-ST-TEXTO-OPER(1:3) = 'SIN'
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

       05000-PEDIR-DATOS.
           DISPLAY 'MODO: S SIMULACION / F FUSIONAR: '
           ACCEPT WSV-MODO-E
           IF NOT WSS-MODO-SIMULACION AND NOT WSS-MODO-FUSION
               DISPLAY 'MODO INVALIDO, NO SE HACE NADA'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           DISPLAY 'NRO DE CLIENTE QUE SOBREVIVE: '
           ACCEPT WSV-SOBREVIVE-E
           DISPLAY 'NRO DE CLIENTE QUE SE RETIRA: '
           ACCEPT WSV-RETIRADO-E
           IF WSV-SOBREVIVE-E = 0 OR WSV-RETIRADO-E = 0
                   OR WSV-SOBREVIVE-E = WSV-RETIRADO-E
               DISPLAY 'LOS NROS DEBEN SER DISTINTOS Y DISTINTOS DE '
                       'CERO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *LOS DOS CLIENTES TIENEN QUE ESTAR EN CLIENTES.DAT Y NINGUNO
      *PUEDE ESTAR YA FUSIONADO EN OTRO
       10000-VALIDAR-CLIENTES.
           MOVE 'CLIENTES.DAT' TO WSV-NOMBRE-ARCHIVO
           OPEN INPUT ARCHIVO
           IF NOT WSS-FS-ARCHIVO-OK
               DISPLAY 'ERROR EN EL OPEN DE CLIENTES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-CLIENTE UNTIL WSS-FS-ARCHIVO-EOF
           CLOSE ARCHIVO
           EVALUATE TRUE
               WHEN WSV-ESTADO-SOBREVIVE = 'N'
                   DISPLAY 'EL CLIENTE ' WSV-SOBREVIVE-E
                           ' NO ESTA EN CLIENTES.DAT'
                   PERFORM FIN-DEL-PROGRAMA
               WHEN WSV-ESTADO-RETIRADO = 'N'
                   DISPLAY 'EL CLIENTE ' WSV-RETIRADO-E
                           ' NO ESTA EN CLIENTES.DAT'
                   PERFORM FIN-DEL-PROGRAMA
               WHEN WSS-SOBREVIVE-FUSIONADO
                   DISPLAY 'EL CLIENTE ' WSV-SOBREVIVE-E
                           ' YA ESTA FUSIONADO EN OTRO'
                   PERFORM FIN-DEL-PROGRAMA
               WHEN WSS-RETIRADO-FUSIONADO
                   DISPLAY 'EL CLIENTE ' WSV-RETIRADO-E
                           ' YA ESTA FUSIONADO EN OTRO'
                   PERFORM FIN-DEL-PROGRAMA
           END-EVALUATE
           DISPLAY 'SOBREVIVE: ' WSV-SOBREVIVE-E ' '
                   WSV-RAZON-SOBREVIVE
           DISPLAY 'SE RETIRA: ' WSV-RETIRADO-E ' '
                   WSV-RAZON-RETIRADO.

       11000-LEER-CLIENTE.
           READ ARCHIVO
           IF WSS-FS-ARCHIVO-OK
               IF REG-CLI-FUSIONADO-EN IS NOT NUMERIC
                   MOVE 0 TO REG-CLI-FUSIONADO-EN
               END-IF
               EVALUATE TRUE
                   WHEN REG-CLI-NRO = WSV-SOBREVIVE-E
                       MOVE REG-CLI-RAZON TO WSV-RAZON-SOBREVIVE
                       IF REG-CLI-FUSIONADO-EN > 0
                           SET WSS-SOBREVIVE-FUSIONADO TO TRUE
                       ELSE
                           SET WSS-SOBREVIVE-EXISTE TO TRUE
                       END-IF
                   WHEN REG-CLI-NRO = WSV-RETIRADO-E
                       MOVE REG-CLI-RAZON TO WSV-RAZON-RETIRADO
                       IF REG-CLI-FUSIONADO-EN > 0
                           SET WSS-RETIRADO-FUSIONADO TO TRUE
                       ELSE
                           SET WSS-RETIRADO-EXISTE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

      *CUENTA LOS REGISTROS DEL RETIRADO EN CADA ARCHIVO Y TOMA LOS
      *SALDOS DE LAS DOS CUENTAS
       20000-CONTAR-REGISTROS.
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSC-CANT-ARCHIVOS
               MOVE 0 TO WST-CANTIDAD(IND-AR)
               MOVE WST-AR-NOMBRE(IND-AR) TO WSV-NOMBRE-ARCHIVO
               OPEN INPUT ARCHIVO
               IF NOT WSS-FS-ARCHIVO-OK
                   DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-ARCHIVO
                   DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 21000-LEER-Y-CONTAR UNTIL WSS-FS-ARCHIVO-EOF
               CLOSE ARCHIVO
           END-PERFORM
           COMPUTE WSV-SALDO-FUSIONADO =
                   WSV-SALDO-SOBREVIVE + WSV-SALDO-RETIRADO.

       21000-LEER-Y-CONTAR.
           READ ARCHIVO
           IF WSS-FS-ARCHIVO-OK
               MOVE REG-ARCHIVO(WST-AR-POS-CLAVE(IND-AR):8)
                   TO WSV-CLAVE-X
               IF WSV-CLAVE-X IS NUMERIC
                   IF WSV-CLAVE = WSV-RETIRADO-E
                       ADD 1 TO WST-CANTIDAD(IND-AR)
                   END-IF
                   IF WSS-AR-CUENTA(IND-AR)
                       PERFORM 22000-TOMAR-SALDO
                   END-IF
               END-IF
           END-IF.

       22000-TOMAR-SALDO.
           EVALUATE TRUE
               WHEN WSV-CLAVE = WSV-SOBREVIVE-E
                   SET WSS-CUENTA-SOBREVIVE TO TRUE
                   ADD REG-SALDO TO WSV-SALDO-SOBREVIVE
               WHEN WSV-CLAVE = WSV-RETIRADO-E
                   ADD REG-SALDO TO WSV-SALDO-RETIRADO
           END-EVALUATE.

      *LO QUE SE MOVERIA DE CADA ARCHIVO; UN SALDO FUSIONADO QUE NO
      *ENTRA EN REG-SALDO NO SE PUEDE FUSIONAR
       25000-INFORMAR-CONTEO.
           DISPLAY WSV-LINEA
           DISPLAY 'REGISTROS DEL ' WSV-RETIRADO-E
                   ' QUE PASAN AL ' WSV-SOBREVIVE-E
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSC-CANT-ARCHIVOS
               DISPLAY WST-AR-NOMBRE(IND-AR) ' ' WST-CANTIDAD(IND-AR)
               IF NOT WSS-AR-MAESTRO(IND-AR)
                   ADD WST-CANTIDAD(IND-AR) TO WSV-TOTAL-MOVIDOS
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           MOVE WSV-SALDO-SOBREVIVE TO WSV-SALDO-EDIT
           DISPLAY 'SALDO DEL QUE SOBREVIVE: ' WSV-SALDO-EDIT
           MOVE WSV-SALDO-RETIRADO TO WSV-SALDO-EDIT
           DISPLAY 'SALDO DEL QUE SE RETIRA: ' WSV-SALDO-EDIT
           MOVE WSV-SALDO-FUSIONADO TO WSV-SALDO-EDIT
           DISPLAY 'SALDO FUSIONADO:         ' WSV-SALDO-EDIT
           DISPLAY WSV-LINEA
           IF WSV-SALDO-FUSIONADO > 99999.99
                   OR WSV-SALDO-FUSIONADO < -99999.99
               DISPLAY 'EL SALDO FUSIONADO DESBORDA LA CUENTA, NO SE '
                       'PUEDE FUSIONAR'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           IF WSV-TOTAL-MOVIDOS = 0 AND WSS-MODO-FUSION
               DISPLAY 'EL ' WSV-RETIRADO-E ' NO TIENE REGISTROS, '
                       'SOLO SE MARCA EN CLIENTES.DAT'
           END-IF.

      *COPIA EL ARCHIVO A FUSION.TMP CON LOS CAMBIOS Y LO VUELVE A
      *GRABAR DESDE AHI
       30000-REGRABAR-ARCHIVO.
           MOVE WST-AR-NOMBRE(IND-AR) TO WSV-NOMBRE-ARCHIVO
           OPEN INPUT ARCHIVO
           IF NOT WSS-FS-ARCHIVO-OK
               SET WSS-HAY-ERROR TO TRUE
           ELSE
               OPEN OUTPUT TEMPORAL
               IF NOT WSS-FS-TEMPORAL-OK
                   DISPLAY 'ERROR EN EL OPEN DE FUSION.TMP'
                   DISPLAY 'FILE STATUS ' WSS-FS-TEMPORAL
                   SET WSS-HAY-ERROR TO TRUE
               ELSE
                   PERFORM 31000-COPIAR-CAMBIANDO
                       UNTIL WSS-FS-ARCHIVO-EOF
                   CLOSE TEMPORAL
               END-IF
               CLOSE ARCHIVO
           END-IF
           IF NOT WSS-HAY-ERROR
               PERFORM 35000-DEVOLVER-TEMPORAL
           END-IF.

       31000-COPIAR-CAMBIANDO.
           READ ARCHIVO
           IF WSS-FS-ARCHIVO-OK
               SET WSS-GRABAR-REGISTRO TO TRUE
               MOVE REG-ARCHIVO(WST-AR-POS-CLAVE(IND-AR):8)
                   TO WSV-CLAVE-X
               IF WSV-CLAVE-X IS NUMERIC
                   EVALUATE TRUE
                       WHEN WSS-AR-CUENTA(IND-AR)
                           PERFORM 32000-CAMBIAR-CUENTA
                       WHEN WSS-AR-MAESTRO(IND-AR)
                           IF WSV-CLAVE = WSV-RETIRADO-E
                               MOVE WSV-SOBREVIVE-E
                                   TO REG-CLI-FUSIONADO-EN
                           END-IF
                       WHEN OTHER
                           IF WSV-CLAVE = WSV-RETIRADO-E
                               MOVE WSV-SOBREVIVE-E TO REG-ARCHIVO
                                   (WST-AR-POS-CLAVE(IND-AR):8)
                           END-IF
                   END-EVALUATE
               END-IF
               IF WSS-GRABAR-REGISTRO
                   WRITE REG-TEMPORAL FROM REG-ARCHIVO
                   IF NOT WSS-FS-TEMPORAL-OK
                       DISPLAY 'ERROR EN EL WRITE DE FUSION.TMP'
                       DISPLAY 'FILE STATUS ' WSS-FS-TEMPORAL
                       SET WSS-HAY-ERROR TO TRUE
                       MOVE HIGH-VALUE TO WSS-FS-ARCHIVO
                   END-IF
               END-IF
           ELSE
               IF NOT WSS-FS-ARCHIVO-EOF
                   DISPLAY 'ERROR EN EL READ DE ' WSV-NOMBRE-ARCHIVO
                   DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
                   SET WSS-HAY-ERROR TO TRUE
                   MOVE HIGH-VALUE TO WSS-FS-ARCHIVO
               END-IF
           END-IF.

      *LA CUENTA DEL QUE SOBREVIVE LLEVA LOS DOS SALDOS; LA DEL
      *RETIRADO DESAPARECE, SALVO QUE EL QUE SOBREVIVE NO TUVIERA
      *CUENTA: AHI PASA A SER LA SUYA
       32000-CAMBIAR-CUENTA.
           EVALUATE TRUE
               WHEN WSV-CLAVE = WSV-SOBREVIVE-E
                   MOVE WSV-SALDO-FUSIONADO TO REG-SALDO
               WHEN WSV-CLAVE = WSV-RETIRADO-E
                       AND WSS-CUENTA-SOBREVIVE
                   MOVE 'N' TO WSV-GRABAR-REGISTRO
               WHEN WSV-CLAVE = WSV-RETIRADO-E
                   MOVE WSV-SOBREVIVE-E TO REG-NRO-CLIENTE
                   MOVE WSV-SALDO-FUSIONADO TO REG-SALDO
                   SET WSS-CUENTA-SOBREVIVE TO TRUE
           END-EVALUATE.

       35000-DEVOLVER-TEMPORAL.
           OPEN INPUT TEMPORAL
           OPEN OUTPUT ARCHIVO
           IF NOT WSS-FS-TEMPORAL-OK OR NOT WSS-FS-ARCHIVO-OK
               DISPLAY 'ERROR EN EL REOPEN DE ' WSV-NOMBRE-ARCHIVO
               DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO ' '
                       WSS-FS-TEMPORAL
               SET WSS-HAY-ERROR TO TRUE
           ELSE
               PERFORM 36000-COPIAR-DEVUELTA
                   UNTIL WSS-FS-TEMPORAL-EOF
               DISPLAY WSV-NOMBRE-ARCHIVO ' REGRABADO'
           END-IF
           CLOSE TEMPORAL
           CLOSE ARCHIVO.

       36000-COPIAR-DEVUELTA.
           READ TEMPORAL
           IF WSS-FS-TEMPORAL-OK
               WRITE REG-ARCHIVO FROM REG-TEMPORAL
               IF NOT WSS-FS-ARCHIVO-OK
                   DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-ARCHIVO
                   DISPLAY 'FILE STATUS ' WSS-FS-ARCHIVO
                   SET WSS-HAY-ERROR TO TRUE
                   MOVE HIGH-VALUE TO WSS-FS-TEMPORAL
               END-IF
           END-IF.

       40000-ASENTAR-FUSION.
           OPEN EXTEND FUSIONES
           IF NOT WSS-FS-FUSIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE FUSIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-FUSIONES
           ELSE
               MOVE WSV-FECHA-HOY TO REG-FUS-FECHA
               MOVE WSV-SOBREVIVE-E TO REG-FUS-SOBREVIVE
               MOVE WSV-RETIRADO-E TO REG-FUS-RETIRADO
               PERFORM VARYING IND-AR FROM 1 BY 1
                       UNTIL IND-AR > 6
                   MOVE WST-CANTIDAD(IND-AR)
                       TO REG-FUS-CANTIDAD(IND-AR)
               END-PERFORM
               MOVE WSV-SALDO-RETIRADO TO REG-FUS-SALDO
               WRITE REG-FUSION
               IF NOT WSS-FS-FUSIONES-OK
                   DISPLAY 'ERROR EN EL WRITE DE FUSIONES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-FUSIONES
               END-IF
               CLOSE FUSIONES
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
