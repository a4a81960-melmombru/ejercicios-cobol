      *   movimiento P fechado en el libro MOVCLI.DAT (EJES6005 /
      *   EJES6006), para que el extracto y la maduracion de deuda
      *   vean tambien los pagos que entraron por este batch.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Un pago mayor al saldo pendiente ya no se rechaza: se
      *   graba un movimiento P por lo adeudado y uno A (anticipo) por
      *   el excedente, y REG-SALDO queda negativo (saldo a favor). Solo
      *   se rechaza con motivo FAV si el saldo a favor superaria el
      *   maximo admitido.
      * 2026 10 - Un pago fechado en un mes ya cerrado por EJES6042
      *   (consulta a RUTPERIO) se registra en el libro con la fecha del
      *   periodo abierto y la fecha del pago en el nuevo
      *   REG-MOV-FECHA-ORIGEN; el listado de caja informa cuantos
      *   fueron.
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

       FD PAGOS.
       01 REG-PAGO.
           05 REG-PAG-NRO-CLIENTE  PIC 9(08).
           05 REG-PAG-FECHA        PIC 9(08).
           05 REG-PAG-MONTO        PIC 9(05)V9(02).
           05 REG-PAG-MEDIO        PIC X(01).

       FD RECHAZADOS.
       01 REG-RECHAZADO.
           05 REG-REC-NRO-CLIENTE  PIC 9(08).
           05 REG-REC-FECHA        PIC 9(08).
           05 REG-REC-MONTO        PIC 9(05)V9(02).
           05 REG-REC-MEDIO        PIC X(01).
           05 REG-REC-MOTIVO       PIC X(03).
               88 WSS-REC-SIN-CLIENTE      VALUE 'CLI'.
               88 WSS-REC-EXCEDE-SALDO     VALUE 'SAL'.
               88 WSS-REC-EXCEDE-FAVOR     VALUE 'FAV'.

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
       01 WSS-FS-CUENTAS           PIC X(02).
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES-TABLA.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO            PIC S9(05)V9(02).
               10 WST-LIMITE           PIC 9(05)V9(02).

       01 WSV-BUSQUEDA             PIC X(02).
       01 WSV-CONT-APLICADOS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECHAZADOS      PIC S9(4) COMP VALUE 0.

      *UN PAGO MAYOR A LO ADEUDADO SE APLICA IGUAL: LO QUE CANCELA
      *DEUDA VA COMO PAGO P Y EL EXCEDENTE COMO ANTICIPO A, QUE
      *DEJA EL SALDO NEGATIVO (SALDO A FAVOR DEL CLIENTE)
       01 WSC-MINIMO-SALDO         PIC S9(05)V9(02) VALUE -99999.99.
       01 WSV-SALDO-NUEVO          PIC S9(07)V9(02).
       01 WSV-IMPORTE-PAGO         PIC 9(05)V9(02).
       01 WSV-IMPORTE-ANTICIPO     PIC 9(05)V9(02).
       01 WSV-CONT-ANTICIPOS       PIC S9(4) COMP VALUE 0.
       01 WSV-TOTAL-ANTICIPOS      PIC 9(07)V9(02) VALUE 0.

      *TOTALES DE CAJA POR MEDIO DE PAGO (E/T/C)
       01 WSV-TOTAL-EFECTIVO       PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-TRANSFER       PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-CHEQUE         PIC 9(07)V9(02) VALUE 0.

      *UN PAGO FECHADO EN UN MES CERRADO SE REGISTRA EN EL PERIODO
      *ABIERTO, CON LA FECHA DEL PAGO COMO REFERENCIA
       01 WSV-CONT-REFECHADOS      PIC S9(4) COMP VALUE 0.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-CLIENTES
           PERFORM 20000-APLICAR-PAGOS
           PERFORM 30000-REGRABAR-CUENTAS
           PERFORM 40000-LISTADO-DE-CAJA
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6004' TO REG-OPER-PROGRAMA-E
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

      *CARGA CUENTAS.DAT EN UNA TABLA PARA APLICAR LOS PAGOS
       10000-CARGAR-CLIENTES.
           OPEN INPUT CUENTAS
                   MOVE 'CLI' TO REG-REC-MOTIVO
                   PERFORM 24000-RECHAZAR-PAGO
               ELSE
                   COMPUTE WSV-SALDO-NUEVO =
                           WST-SALDO(IND) - REG-PAG-MONTO
                   IF WSV-SALDO-NUEVO < WSC-MINIMO-SALDO
                       MOVE 'FAV' TO REG-REC-MOTIVO
                       PERFORM 24000-RECHAZAR-PAGO
                   ELSE
                       PERFORM 23000-APLICAR-PAGO
      *REBAJA EL SALDO DEL CLIENTE, SUMA EL PAGO AL TOTAL DE SU
      *MEDIO Y LO MUESTRA EN EL LISTADO DE RECIBOS
       23000-APLICAR-PAGO.
           IF WST-SALDO(IND) <= 0
               MOVE 0 TO WSV-IMPORTE-PAGO
           ELSE
               IF REG-PAG-MONTO > WST-SALDO(IND)
                   MOVE WST-SALDO(IND) TO WSV-IMPORTE-PAGO
               ELSE
                   MOVE REG-PAG-MONTO TO WSV-IMPORTE-PAGO
               END-IF
           END-IF
           COMPUTE WSV-IMPORTE-ANTICIPO =
                   REG-PAG-MONTO - WSV-IMPORTE-PAGO
           SUBTRACT REG-PAG-MONTO FROM WST-SALDO(IND)
           ADD 1 TO WSV-CONT-APLICADOS
           MOVE REG-PAG-NRO-CLIENTE TO REG-MOV-NRO-CLIENTE
           MOVE REG-PAG-FECHA TO REG-MOV-FECHA
           MOVE 0 TO REG-MOV-FECHA-ORIGEN
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE REG-PAG-FECHA TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-OK AND WSS-PERIODO-CERRADO
               MOVE REG-PERIO-FECHA-R TO REG-MOV-FECHA
               MOVE REG-PAG-FECHA TO REG-MOV-FECHA-ORIGEN
               ADD 1 TO WSV-CONT-REFECHADOS
           END-IF
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           IF WSV-IMPORTE-PAGO > 0
               MOVE 'P' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE-PAGO TO REG-MOV-IMPORTE
               PERFORM 23500-ESCRIBIR-MOVIMIENTO
           END-IF
           IF WSV-IMPORTE-ANTICIPO > 0
               MOVE 'A' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE-ANTICIPO TO REG-MOV-IMPORTE
               PERFORM 23500-ESCRIBIR-MOVIMIENTO
               ADD 1 TO WSV-CONT-ANTICIPOS
               ADD WSV-IMPORTE-ANTICIPO TO WSV-TOTAL-ANTICIPOS
           END-IF
           EVALUATE REG-PAG-MEDIO
               WHEN 'E' ADD REG-PAG-MONTO TO WSV-TOTAL-EFECTIVO
           END-EVALUATE
           DISPLAY 'APLICADO: CLIENTE ' REG-PAG-NRO-CLIENTE ' '
                   WST-NOMBRE(IND) ' FECHA ' REG-PAG-FECHA
                   ' MONTO ' REG-PAG-MONTO ' MEDIO ' REG-PAG-MEDIO
           IF REG-MOV-FECHA-ORIGEN NOT = 0
               DISPLAY '   MES CERRADO, SE REGISTRA CON FECHA '
                       REG-MOV-FECHA
           END-IF
           IF WSV-IMPORTE-ANTICIPO > 0
               DISPLAY '   ANTICIPO A CUENTA ' WSV-IMPORTE-ANTICIPO
                       ', SALDO A FAVOR ' WST-SALDO(IND)
           END-IF.

       23500-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF.

      *COPIA EL PAGO AL ARCHIVO DE RECHAZOS CON SU MOTIVO
       24000-RECHAZAR-PAGO.
               DISPLAY 'RECHAZADO (CLIENTE INEXISTENTE): CLIENTE '
                       REG-PAG-NRO-CLIENTE ' MONTO ' REG-PAG-MONTO
           ELSE
               DISPLAY 'RECHAZADO (EXCEDE EL SALDO A FAVOR '
                       'ADMITIDO): CLIENTE '
                       REG-PAG-NRO-CLIENTE ' MONTO ' REG-PAG-MONTO
           END-IF.

           DISPLAY 'TRANSFERENCIAS: ' WSV-TOTAL-TRANSFER
           DISPLAY 'CHEQUES:        ' WSV-TOTAL-CHEQUE
           DISPLAY 'PAGOS APLICADOS:  ' WSV-CONT-APLICADOS
           DISPLAY '  CON ANTICIPO:   ' WSV-CONT-ANTICIPOS
                   ' POR ' WSV-TOTAL-ANTICIPOS
           DISPLAY '  DE MES CERRADO: ' WSV-CONT-REFECHADOS
           DISPLAY 'PAGOS RECHAZADOS: ' WSV-CONT-RECHAZADOS
           DISPLAY WSV-LINEA.

