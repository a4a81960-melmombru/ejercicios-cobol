      *libro fechado, EJES6006 puede imprimir el extracto con saldo
      *corrido y madurar la deuda por antiguedad, cosa que el saldo
      *unico de CUENTAS.DAT nunca pudo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Un pago mayor a lo adeudado se graba como P mas un
      *   anticipo A por el excedente y deja el saldo negativo (saldo a
      *   favor); un cargo a un cliente con saldo a favor lo consume y
      *   se informa cuanto.
      * 2026 10 - Antes de registrar consulta RUTPERIO: una fecha de un
      *   mes ya cerrado por EJES6042 no se acepta y se ofrece registrar
      *   el movimiento con la fecha del periodo abierto, guardando la
      *   fecha original en el nuevo REG-MOV-FECHA-ORIGEN del libro.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
               88 WSS-MOV-CARGO            VALUE 'C'.
               88 WSS-MOV-PAGO             VALUE 'P'.
               88 WSS-MOV-ANTICIPO         VALUE 'A'.
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
           05 REG-MOV-DISPUTA      PIC X(01).
               88 WSS-MOV-EN-DISPUTA       VALUE 'S'.
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUENTAS           PIC X(02).
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES-TABLA.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO            PIC S9(05)V9(02).

       01 WSV-BUSQUEDA             PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.

       01 WSV-NRO-CLIENTE-E        PIC 9(08).
       01 WSV-FECHA-E              PIC 9(08).
       01 WSV-TIPO-E               PIC X(01).
           88 WSS-TIPO-VALIDO          VALUE 'C' 'P'.
       01 WSV-IMPORTE-E            PIC 9(05)V9(02).
       01 WSV-SEGUIR               PIC X(01).
       01 WSV-CONT-MOVIMIENTOS     PIC S9(4) COMP VALUE 0.

      *UN PAGO MAYOR A LO ADEUDADO DEJA EL EXCEDENTE COMO ANTICIPO
      *A (SALDO A FAVOR, SALDO NEGATIVO); UN CARGO A UN CLIENTE CON
      *SALDO A FAVOR LO CONSUME
       01 WSC-MINIMO-SALDO         PIC S9(05)V9(02) VALUE -99999.99.
       01 WSV-SALDO-NUEVO          PIC S9(07)V9(02).
       01 WSV-IMPORTE-PAGO         PIC 9(05)V9(02).
       01 WSV-IMPORTE-ANTICIPO     PIC 9(05)V9(02).
       01 WSV-FAVOR-CONSUMIDO      PIC 9(05)V9(02).

      *UNA FECHA DE UN MES CERRADO SE REGISTRA EN EL PERIODO ABIERTO,
      *CON LA FECHA ORIGINAL COMO REFERENCIA
       01 WSV-FECHA-ORIGEN         PIC 9(08).
       01 WSV-FECHA-ACEPTADA       PIC X(01).
           88 WSS-FECHA-ACEPTADA       VALUE 'S'.
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
           PERFORM 10000-CARGAR-CLIENTES
           PERFORM 15000-ABRIR-MOVIMIENTOS
           MOVE 'Y' TO WSV-SEGUIR
           PERFORM 40000-REGRABAR-CUENTAS
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6005' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
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

       10000-CARGAR-CLIENTES.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
                       WST-SALDO(IND)
               DISPLAY 'INGRESE FECHA (AAAAMMDD): '
               ACCEPT WSV-FECHA-E
               PERFORM 20500-VERIFICAR-PERIODO
           END-IF
           IF WSS-BUSQUEDA-OK AND WSS-FECHA-ACEPTADA
               MOVE SPACES TO WSV-TIPO-E
               PERFORM UNTIL WSS-TIPO-VALIDO
                   DISPLAY 'INGRESE TIPO (C CARGO, P PAGO): '
               END-PERFORM
               DISPLAY 'INGRESE IMPORTE: '
               ACCEPT WSV-IMPORTE-E
               IF WSV-TIPO-E = 'C'
                   COMPUTE WSV-SALDO-NUEVO =
                           WST-SALDO(IND) + WSV-IMPORTE-E
               ELSE
                   COMPUTE WSV-SALDO-NUEVO =
                           WST-SALDO(IND) - WSV-IMPORTE-E
               END-IF
               IF WSV-SALDO-NUEVO < WSC-MINIMO-SALDO
                       OR WSV-SALDO-NUEVO > 99999.99
                   DISPLAY 'EL MOVIMIENTO DESBORDA EL SALDO DE LA '
                           'CUENTA, NO SE REGISTRA'
               ELSE
                   PERFORM 22000-GRABAR-MOVIMIENTO
               END-IF
                   '(INGRESE N/n SI NO DESEA CONTINUAR)'
           ACCEPT WSV-SEGUIR.

      *UN MES CERRADO NO ADMITE MOVIMIENTOS: SE OFRECE REGISTRARLO EN
      *EL PERIODO ABIERTO QUE DEVUELVE RUTPERIO
       20500-VERIFICAR-PERIODO.
           MOVE 0 TO WSV-FECHA-ORIGEN
           MOVE 'S' TO WSV-FECHA-ACEPTADA
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-E TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           EVALUATE TRUE
               WHEN WSS-PERIO-ERROR
                   DISPLAY 'FECHA INVALIDA: ' WSV-ST-TEXTO-PERIO
                   MOVE 'N' TO WSV-FECHA-ACEPTADA
               WHEN WSS-PERIODO-CERRADO
                   DISPLAY 'EL MES ' REG-PERIO-FECHA(1:6)
                           ' ESTA CERRADO'
                   DISPLAY 'REGISTRARLO CON FECHA ' REG-PERIO-FECHA-R
                           ' (FECHA ORIGINAL ' WSV-FECHA-E ')? (S/N): '
                   ACCEPT WSV-CONFIRMA-PERIODO
                   IF WSS-CONFIRMA-PERIODO
                       MOVE WSV-FECHA-E TO WSV-FECHA-ORIGEN
                       MOVE REG-PERIO-FECHA-R TO WSV-FECHA-E
                   ELSE
                       DISPLAY 'NO SE REGISTRA EL MOVIMIENTO'
                       MOVE 'N' TO WSV-FECHA-ACEPTADA
                   END-IF
           END-EVALUATE.

       21000-BUSCAR-CLIENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
               SET IND DOWN BY 1
           END-IF.

      *GRABA EL MOVIMIENTO Y AJUSTA EL SALDO EN LA TABLA; UN PAGO
      *QUE SUPERA LO ADEUDADO SE PARTE EN PAGO Y ANTICIPO
       22000-GRABAR-MOVIMIENTO.
           MOVE WSV-NRO-CLIENTE-E TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-E TO REG-MOV-FECHA
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           MOVE 0 TO WSV-IMPORTE-ANTICIPO
           MOVE 0 TO WSV-FAVOR-CONSUMIDO
           IF WSV-TIPO-E = 'C'
               IF WST-SALDO(IND) < 0
                   COMPUTE WSV-FAVOR-CONSUMIDO = 0 - WST-SALDO(IND)
                   IF WSV-FAVOR-CONSUMIDO > WSV-IMPORTE-E
                       MOVE WSV-IMPORTE-E TO WSV-FAVOR-CONSUMIDO
                   END-IF
               END-IF
               MOVE 'C' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE-E TO REG-MOV-IMPORTE
               PERFORM 22500-ESCRIBIR-MOVIMIENTO
           ELSE
               IF WST-SALDO(IND) <= 0
                   MOVE 0 TO WSV-IMPORTE-PAGO
               ELSE
                   IF WSV-IMPORTE-E > WST-SALDO(IND)
                       MOVE WST-SALDO(IND) TO WSV-IMPORTE-PAGO
                   ELSE
                       MOVE WSV-IMPORTE-E TO WSV-IMPORTE-PAGO
                   END-IF
               END-IF
               COMPUTE WSV-IMPORTE-ANTICIPO =
                       WSV-IMPORTE-E - WSV-IMPORTE-PAGO
               IF WSV-IMPORTE-PAGO > 0
                   MOVE 'P' TO REG-MOV-TIPO
                   MOVE WSV-IMPORTE-PAGO TO REG-MOV-IMPORTE
                   PERFORM 22500-ESCRIBIR-MOVIMIENTO
               END-IF
               IF WSV-IMPORTE-ANTICIPO > 0
                   MOVE 'A' TO REG-MOV-TIPO
                   MOVE WSV-IMPORTE-ANTICIPO TO REG-MOV-IMPORTE
                   PERFORM 22500-ESCRIBIR-MOVIMIENTO
               END-IF
           END-IF
           IF WSS-FS-MOVIMIENTOS-OK
               MOVE WSV-SALDO-NUEVO TO WST-SALDO(IND)
               ADD 1 TO WSV-CONT-MOVIMIENTOS
               IF WSV-FAVOR-CONSUMIDO > 0
                   DISPLAY 'EL CARGO CONSUME ' WSV-FAVOR-CONSUMIDO
                           ' DEL SALDO A FAVOR'
               END-IF
               IF WSV-IMPORTE-ANTICIPO > 0
                   DISPLAY 'EL PAGO SUPERA LO ADEUDADO, '
                           WSV-IMPORTE-ANTICIPO ' QUEDA COMO '
                           'ANTICIPO A FAVOR'
               END-IF
               DISPLAY 'MOVIMIENTO REGISTRADO, NUEVO SALDO '
                       WST-SALDO(IND)
           END-IF.

       22500-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF.

       30000-CERRAR-MOVIMIENTOS.
           CLOSE MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
