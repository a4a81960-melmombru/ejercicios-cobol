      *   RUTHABIL) el batch avisa a que dia habil pasa el cierre y
      *   termina sin aplicar recargos, para no penalizar a los
      *   clientes por un fin de semana largo.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - REG-SALDO lleva signo; un cliente con saldo a favor
      *   (saldo negativo) no genera recargo.
      * 2026 10 - Si el mes de la fecha de corrida ya fue cerrado por
      *   EJES6042 (consulta a RUTPERIO) ofrece asentar los recargos en
      *   MOVCLI.DAT con la fecha del periodo abierto, dejando la de hoy
      *   en el nuevo REG-MOV-FECHA-ORIGEN; si no se acepta no corre.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El registro de MOVCLI-DISPUTAS incluye
      *   REG-MDI-FECHA-ORIGEN: con el largo anterior cada linea de
      *   MOVCLI.DAT daba status 06 y no se cargaba ninguna disputa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD MOVCLI-DISPUTAS.
       01 REG-MOV-DISP.
           05 REG-MDI-NRO-CLIENTE  PIC 9(08).
           05 REG-MDI-FECHA        PIC 9(08).
           05 REG-MDI-TIPO         PIC X(01).
           05 REG-MDI-IMPORTE      PIC 9(05)V9(02).
           05 REG-MDI-DISPUTA      PIC X(01).
           05 REG-MDI-FECHA-DISP   PIC 9(08).
           05 REG-MDI-MOTIVO-DISP  PIC X(20).
           05 REG-MDI-FECHA-ORIGEN PIC 9(08).

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD DIARIO.
       01 REG-DIARIO.
           05 REG-DIA-PERIODO      PIC 9(06).
           05 REG-DIA-NRO-CLIENTE  PIC 9(08).
           05 REG-DIA-SALDO-ANT    PIC 9(05)V9(02).
           05 REG-DIA-RECARGO      PIC 9(05)V9(02).
           05 REG-DIA-SALDO-NUEVO  PIC 9(05)V9(02).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
               88 WSS-MOV-EN-DISPUTA       VALUE 'S'.
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS        PIC X(02).
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES-TABLA.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO            PIC S9(05)V9(02).
               10 WST-LIMITE           PIC 9(05)V9(02).

      *MONTO EN DISPUTA POR CLIENTE, DESCONTADO DE LA BASE DEL
       01 WST-DISPUTAS.
           05 WST-DIS-ITEM         OCCURS 100 TIMES
                                   INDEXED BY IND-DI.
               10 WST-DI-NRO-CLIENTE   PIC 9(08).
               10 WST-DI-MONTO         PIC 9(07)V9(02).
       01 WSV-MONTO-DISPUTADO      PIC 9(07)V9(02).
       01 WSV-BASE-RECARGO         PIC S9(07)V9(02).
       01 WSC-MAX-CONVENIDOS       PIC 9(03) VALUE 100.
       01 WSV-CONT-CONVENIDOS      PIC S9(4) COMP VALUE 0.
       01 WST-CONVENIDOS.
           05 WST-CONVENIDO        PIC 9(08) OCCURS 100 TIMES
                                   INDEXED BY IND-CV.
       01 WSV-CON-CONVENIO         PIC X(01).
           88 WSS-CON-CONVENIO         VALUE 'S'.
      **RUTINA---------------------------------------------------------*
       01  WSC-RUTHABIL            PIC X(08) VALUE "RUTHABIL".
       COPY REG-HABIL.

      *SI EL MES DE HOY YA ESTA CERRADO LOS RECARGOS VAN AL LIBRO CON
      *LA FECHA DEL PERIODO ABIERTO Y HOY COMO FECHA ORIGINAL
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08) VALUE 0.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-PARAMETROS
           PERFORM 12000-VERIFICAR-DIA-HABIL
           PERFORM 15000-VERIFICAR-PERIODO
           PERFORM 17000-VERIFICAR-MES-ABIERTO
           PERFORM 20000-CARGAR-CLIENTES
           PERFORM 25000-CARGAR-CONVENIDOS
           PERFORM 28000-CARGAR-DISPUTAS
           PERFORM 60000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6007' TO REG-OPER-PROGRAMA-E
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

      *LEE EL PORCENTAJE Y EL PISO DE RECARGOS.PRM; SIN PARAMETROS
      *EL BATCH NO CORRE
       10000-CARGAR-PARAMETROS.
                   PERFORM FIN-DEL-PROGRAMA
           END-EVALUATE.

      *LOS RECARGOS SE ASIENTAN CON FECHA DE HOY; SI ESE MES YA FUE
      *CERRADO (EJES6042) SE OFRECE LA FECHA DEL PERIODO ABIERTO
       17000-VERIFICAR-MES-ABIERTO.
           MOVE WSV-FECHA-HOY TO WSV-FECHA-LIBRO
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-HOY TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-OK AND WSS-PERIODO-CERRADO
               DISPLAY 'EL MES ' WSV-FECHA-HOY(1:6) ' ESTA CERRADO'
               DISPLAY 'REGISTRAR LOS RECARGOS CON FECHA '
                       REG-PERIO-FECHA-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF NOT WSS-CONFIRMA-PERIODO
                   DISPLAY 'NO SE APLICAN RECARGOS'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
               MOVE WSV-FECHA-HOY TO WSV-FECHA-ORIGEN
           END-IF.

       20000-CARGAR-CLIENTES.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'FILE STATUS ' WSS-FS-DIARIO
           END-IF
           MOVE WST-NRO-CLIENTE(IND) TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
           MOVE 'C' TO REG-MOV-TIPO
           MOVE WSV-RECARGO TO REG-MOV-IMPORTE
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
