      *fechado tipo I en MOVCLI.DAT, mueve el monto a PROVISION.DAT
      *para que no se pierda de la historia, y deja el saldo de
      *CUENTAS.DAT limpio.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Los anticipos (movimiento A de MOVCLI.DAT) se imputan
      *   como pagos al calcular la antiguedad de la deuda.
      * 2026 10 - Si hoy cae en un mes cerrado por EJES6042 (consulta a
      *   RUTPERIO) el castigo se postea con la fecha del periodo
      *   abierto y la de hoy queda en el nuevo REG-MOV-FECHA-ORIGEN; si
      *   no se acepta no se aplica.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
           05 REG-MOV-DISPUTA      PIC X(01).
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD PROVISION.
       01 REG-PROVISION.
           05 REG-PRV-FECHA        PIC 9(08).
           05 REG-PRV-NRO-CLIENTE  PIC 9(08).
           05 REG-PRV-MONTO        PIC 9(07)V9(02).
           05 REG-PRV-AUTORIZACION PIC X(06).
      *-----------------------
       01 WST-MOVIMIENTOS.
           05 WST-MOV-ITEM         OCCURS 1000 TIMES
                                   INDEXED BY IND-MO.
               10 WST-MO-NRO-CLIENTE   PIC 9(08).
               10 WST-MO-FECHA         PIC 9(08).
               10 WST-MO-TIPO          PIC X(01).
               10 WST-MO-IMPORTE       PIC 9(05)V9(02).
       01 WST-CASTIGOS.
           05 WST-CAS-ITEM         OCCURS 100 TIMES
                                   INDEXED BY IND-CA.
               10 WST-CA-NRO-CLIENTE   PIC 9(08).
               10 WST-CA-MONTO         PIC 9(07)V9(02).

       01 WSV-PAGO-RESTANTE        PIC 9(05)V9(02).
       01 WSV-SUB-CARGO            PIC 9(04).
       01 WSV-SUB-MO               PIC 9(04).
       01 WSV-FECHA-HOY            PIC 9(08).
      *FECHA CON QUE SE POSTEA EL CASTIGO; SI HOY CAE EN UN MES CERRADO
      *POR EJES6042 ES LA DEL PERIODO ABIERTO Y HOY QUEDA COMO ORIGEN
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08) VALUE 0.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01 WSV-ANTIGUEDAD           PIC S9(05).
       01 WSV-TOTAL-CASTIGO        PIC 9(09)V9(02) VALUE 0.
       01 WSV-CLIENTE-VISTO        PIC X(01).
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS.
           05 WST-CTA-REGISTRO     PIC X(54) OCCURS 100 TIMES
                                   INDEXED BY IND-CT.
       01 WSV-SUB-CT               PIC 9(03).


       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-PARAMETROS
           DISPLAY 'MODO: P PROPUESTA / A APLICAR CON '
                   'AUTORIZACION: '
               END-IF
           END-IF
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-FECHA-HOY TO WSV-FECHA-LIBRO
           IF WSS-MODO-APLICAR
               PERFORM 07000-VERIFICAR-PERIODO
           END-IF
           PERFORM 10000-CARGAR-MOVIMIENTOS
           PERFORM 20000-APLICAR-PAGOS-FIFO
           PERFORM 30000-SELECCIONAR-CASTIGOS
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6030' TO REG-OPER-PROGRAMA-E
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

       05000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
           DISPLAY 'UMBRAL: DEUDA CON MAS DE ' WSV-DIAS-UMBRAL
                   ' DIAS'.

      *EL CASTIGO NO SE POSTEA EN UN MES CERRADO: SE OFRECE LA FECHA
      *DEL PERIODO ABIERTO QUE DEVUELVE RUTPERIO
       07000-VERIFICAR-PERIODO.
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-HOY TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIODO-CERRADO
               DISPLAY 'EL MES DE HOY ESTA CERRADO'
               DISPLAY 'POSTEAR LOS CASTIGOS CON FECHA '
                       REG-PERIO-FECHA-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF NOT WSS-CONFIRMA-PERIODO
                   DISPLAY 'NO SE APLICA NINGUN CASTIGO'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               MOVE WSV-FECHA-HOY TO WSV-FECHA-ORIGEN
               MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
           END-IF.

       10000-CARGAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               IF WST-MO-TIPO(IND-MO) = 'P'
                       OR WST-MO-TIPO(IND-MO) = 'N'
                       OR WST-MO-TIPO(IND-MO) = 'I'
                       OR WST-MO-TIPO(IND-MO) = 'A'
                   MOVE WST-MO-IMPORTE(IND-MO) TO WSV-PAGO-RESTANTE
                   PERFORM 21000-CONSUMIR-CARGOS
               END-IF

       51000-APLICAR-UN-CASTIGO.
           MOVE WST-CA-NRO-CLIENTE(IND-CA) TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
           MOVE 'I' TO REG-MOV-TIPO
           MOVE WST-CA-MONTO(IND-CA) TO REG-MOV-IMPORTE
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF
           MOVE WSV-FECHA-LIBRO TO REG-PRV-FECHA
           MOVE WST-CA-NRO-CLIENTE(IND-CA) TO REG-PRV-NRO-CLIENTE
           MOVE WST-CA-MONTO(IND-CA) TO REG-PRV-MONTO
           MOVE WSV-AUTORIZACION-E TO REG-PRV-AUTORIZACION
