      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Revision de PAGOS-RECHAZADOS.DAT. Recorre los
      *pagos que EJES6004 no pudo aplicar y para cada uno se decide:
      *R reaplicarlo (al mismo cliente o a un nro corregido que tenga
      *cuenta; lo que supere lo adeudado queda como anticipo A, saldo a
      *favor), D devolverlo al cliente o X descartarlo, siempre con un
      *motivo. P lo deja pendiente y F termina la revision. Lo resuelto
      *pasa a PAGOS-RECH-RESUELTOS.DAT con la accion, la fecha y el
      *motivo, y PAGOS-RECHAZADOS.DAT se regraba solo con lo pendiente.
      *Un pago reaplicado cuya fecha cae en un mes cerrado por EJES6042
      *se asienta con la fecha del periodo abierto que devuelve
      *RUTPERIO y la del pago queda en REG-MOV-FECHA-ORIGEN.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6038.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUENTAS          ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL RECHAZADOS
                               ASSIGN TO DISK 'PAGOS-RECHAZADOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RECHAZADOS.

       SELECT OPTIONAL RESUELTOS
                               ASSIGN TO DISK 'PAGOS-RECH-RESUELTOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RESUELTOS.

       SELECT OPTIONAL MOVIMIENTOS
                               ASSIGN TO DISK 'MOVCLI.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MOVIMIENTOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD RECHAZADOS.
       01 REG-RECHAZADO.
           05 REG-REC-NRO-CLIENTE  PIC 9(08).
           05 REG-REC-FECHA        PIC 9(08).
           05 REG-REC-MONTO        PIC 9(05)V9(02).
           05 REG-REC-MEDIO        PIC X(01).
           05 REG-REC-MOTIVO       PIC X(03).

      *EL RECHAZO ORIGINAL MAS LA RESOLUCION
       FD RESUELTOS.
       01 REG-RESUELTO.
           05 REG-RES-NRO-CLIENTE  PIC 9(08).
           05 REG-RES-FECHA        PIC 9(08).
           05 REG-RES-MONTO        PIC 9(05)V9(02).
           05 REG-RES-MEDIO        PIC X(01).
           05 REG-RES-MOTIVO-RECH  PIC X(03).
           05 REG-RES-ACCION       PIC X(01).
           05 REG-RES-CLIENTE-APLIC
                                   PIC 9(08).
           05 REG-RES-FECHA-RESOL  PIC 9(08).
           05 REG-RES-MOTIVO       PIC X(30).

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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-RECHAZADOS        PIC X(02).
           88 WSS-FS-RECHAZADOS-OK     VALUE '00' '05'.
           88 WSS-FS-RECHAZADOS-EOF    VALUE '10'.

       01 WSS-FS-RESUELTOS         PIC X(02).
           88 WSS-FS-RESUELTOS-OK      VALUE '00' '05'.

       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00' '05'.

       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 100.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO            PIC S9(05)V9(02).
               10 WST-LIMITE           PIC 9(05)V9(02).

      *RECHAZOS CON LA ACCION ELEGIDA; EN BLANCO SIGUE PENDIENTE
       01 WSC-MAX-RECHAZOS         PIC 9(03) VALUE 300.
       01 WSV-CONT-RECHAZOS        PIC S9(4) COMP VALUE 0.
       01 WST-RECHAZOS.
           05 WST-RECHAZO-ITEM     OCCURS 300 TIMES INDEXED BY IND-RE.
               10 WST-RE-NRO-CLIENTE   PIC 9(08).
               10 WST-RE-FECHA         PIC 9(08).
               10 WST-RE-MONTO         PIC 9(05)V9(02).
               10 WST-RE-MEDIO         PIC X(01).
               10 WST-RE-MOTIVO-RECH   PIC X(03).
                   88 WSS-RE-SIN-CLIENTE       VALUE 'CLI'.
                   88 WSS-RE-EXCEDE-SALDO      VALUE 'SAL'.
                   88 WSS-RE-EXCEDE-FAVOR      VALUE 'FAV'.
               10 WST-RE-ACCION        PIC X(01).
                   88 WSS-RE-PENDIENTE         VALUE SPACE.
                   88 WSS-RE-REAPLICADO        VALUE 'R'.
                   88 WSS-RE-DEVUELTO          VALUE 'D'.
                   88 WSS-RE-DESCARTADO        VALUE 'X'.
               10 WST-RE-CLIENTE-APLIC PIC 9(08).
               10 WST-RE-MOTIVO        PIC X(30).

       01 WSV-ACCION-E             PIC X(01).
           88 WSS-ACCION-REAPLICAR     VALUE 'R' 'r'.
           88 WSS-ACCION-DEVOLVER      VALUE 'D' 'd'.
           88 WSS-ACCION-DESCARTAR     VALUE 'X' 'x'.
           88 WSS-ACCION-PENDIENTE     VALUE 'P' 'p'.
           88 WSS-ACCION-FIN           VALUE 'F' 'f'.
       01 WSV-NRO-CLIENTE-E        PIC 9(08).
       01 WSV-MOTIVO-E             PIC X(30).
       01 WSV-REVISADO             PIC X(01).
           88 WSS-REVISADO             VALUE 'S'.
       01 WSV-FIN-REVISION         PIC X(01) VALUE 'N'.
           88 WSS-FIN-REVISION         VALUE 'S'.
       01 WSV-DESC-MOTIVO          PIC X(24).
       01 WSV-NRO-RECHAZO          PIC 9(04).
       01 WSV-FECHA-HOY            PIC 9(08).
      *FECHA DEL PAGO REAPLICADO EN EL LIBRO Y FECHA ORIGINAL SI ESTA
      *CAE EN UN MES CERRADO
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08).
       01 WSV-FECHA-ACEPTADA       PIC X(01).
           88 WSS-FECHA-ACEPTADA       VALUE 'S'.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.

      *UN PAGO REAPLICADO QUE SUPERA LO ADEUDADO DEJA EL EXCEDENTE
      *COMO ANTICIPO A (SALDO A FAVOR, SALDO NEGATIVO)
       01 WSC-MINIMO-SALDO         PIC S9(05)V9(02) VALUE -99999.99.
       01 WSV-SALDO-NUEVO          PIC S9(07)V9(02).
       01 WSV-IMPORTE-PAGO         PIC 9(05)V9(02).
       01 WSV-IMPORTE-ANTICIPO     PIC 9(05)V9(02).

       01 WSV-CONT-REAPLICADOS     PIC 9(04) VALUE 0.
       01 WSV-CONT-DEVUELTOS       PIC 9(04) VALUE 0.
       01 WSV-CONT-DESCARTADOS     PIC 9(04) VALUE 0.
       01 WSV-CONT-PENDIENTES      PIC 9(04) VALUE 0.
       01 WSV-TOTAL-REAPLICADO     PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-DEVUELTO       PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-DESCARTADO     PIC 9(07)V9(02) VALUE 0.
       01 WSV-IMPORTE-EDIT         PIC ZZZZZ9.99.
       01 WSV-TOTAL-EDIT           PIC ZZZZZZ9.99.

       01 WSV-BUSQUEDA             PIC X(01).
           88 WSS-BUSQUEDA-OK          VALUE 'S'.
           88 WSS-BUSQUEDA-NO          VALUE 'N'.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-CUENTAS
           PERFORM 15000-CARGAR-RECHAZOS
           IF WSV-CONT-RECHAZOS = 0
               DISPLAY 'NO HAY PAGOS RECHAZADOS PENDIENTES'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN EXTEND MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-RE FROM 1 BY 1
                   UNTIL IND-RE > WSV-CONT-RECHAZOS
                       OR WSS-FIN-REVISION
               PERFORM 20000-REVISAR-RECHAZO
           END-PERFORM
           CLOSE MOVIMIENTOS
           PERFORM 30000-GRABAR-CUENTAS
           PERFORM 35000-GRABAR-RESUELTOS
           PERFORM 38000-GRABAR-PENDIENTES
           PERFORM 40000-MOSTRAR-TOTALES
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6038' TO REG-OPER-PROGRAMA-E
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

       10000-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-CTA UNTIL WSS-FS-CUENTAS-EOF
           CLOSE CUENTAS.

      *CON LA TABLA LLENA NO SE PUEDE REGRABAR SIN PERDER CUENTAS
       11000-LEER-Y-CARGAR-CTA.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CUENTAS LLENA, SE ABANDONA SIN '
                           'TOCAR NADA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CLIENTES
               SET IND TO WSV-CONT-CLIENTES
               MOVE REG-NRO-CLIENTE TO WST-NRO-CLIENTE(IND)
               MOVE REG-NOMBRE      TO WST-NOMBRE(IND)
               MOVE REG-SALDO       TO WST-SALDO(IND)
               MOVE REG-LIMITE      TO WST-LIMITE(IND)
           END-IF.

       15000-CARGAR-RECHAZOS.
           OPEN INPUT RECHAZADOS
           IF NOT WSS-FS-RECHAZADOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PAGOS-RECHAZADOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZADOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 16000-LEER-Y-CARGAR-REC
               UNTIL WSS-FS-RECHAZADOS-EOF
           CLOSE RECHAZADOS.

      *PAGOS-RECHAZADOS.DAT SE REGRABA AL FINAL; CON LA TABLA LLENA SE
      *PERDERIAN RECHAZOS
       16000-LEER-Y-CARGAR-REC.
           READ RECHAZADOS
           IF WSS-FS-RECHAZADOS-OK
               IF WSV-CONT-RECHAZOS >= WSC-MAX-RECHAZOS
                   DISPLAY 'TABLA DE RECHAZOS LLENA, SE ABANDONA SIN '
                           'TOCAR NADA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-RECHAZOS
               SET IND-RE TO WSV-CONT-RECHAZOS
               MOVE REG-REC-NRO-CLIENTE TO WST-RE-NRO-CLIENTE(IND-RE)
               MOVE REG-REC-FECHA TO WST-RE-FECHA(IND-RE)
               MOVE REG-REC-MONTO TO WST-RE-MONTO(IND-RE)
               MOVE REG-REC-MEDIO TO WST-RE-MEDIO(IND-RE)
               MOVE REG-REC-MOTIVO TO WST-RE-MOTIVO-RECH(IND-RE)
               MOVE SPACE TO WST-RE-ACCION(IND-RE)
               MOVE 0 TO WST-RE-CLIENTE-APLIC(IND-RE)
               MOVE SPACES TO WST-RE-MOTIVO(IND-RE)
           END-IF.

      *MUESTRA UN RECHAZO Y PIDE QUE HACER CON EL HASTA QUE QUEDE
      *RESUELTO, PENDIENTE, O SE TERMINE LA REVISION
       20000-REVISAR-RECHAZO.
           PERFORM 25000-DESCRIBIR-MOTIVO
           MOVE WST-RE-MONTO(IND-RE) TO WSV-IMPORTE-EDIT
           SET WSV-NRO-RECHAZO TO IND-RE
           DISPLAY WSV-LINEA
           DISPLAY 'RECHAZO ' WSV-NRO-RECHAZO ' DE ' WSV-CONT-RECHAZOS
           DISPLAY 'CLIENTE: ' WST-RE-NRO-CLIENTE(IND-RE)
                   '  FECHA: ' WST-RE-FECHA(IND-RE)
                   '  MONTO: ' WSV-IMPORTE-EDIT
                   '  MEDIO: ' WST-RE-MEDIO(IND-RE)
           DISPLAY 'MOTIVO DEL RECHAZO: ' WSV-DESC-MOTIVO
           MOVE 'N' TO WSV-REVISADO
           PERFORM 21000-PEDIR-ACCION UNTIL WSS-REVISADO.

       21000-PEDIR-ACCION.
           DISPLAY 'R=REAPLICAR D=DEVOLVER X=DESCARTAR '
                   'P=DEJAR PENDIENTE F=FIN: '
           MOVE SPACE TO WSV-ACCION-E
           ACCEPT WSV-ACCION-E
           EVALUATE TRUE
               WHEN WSS-ACCION-REAPLICAR
                   PERFORM 22000-REAPLICAR
               WHEN WSS-ACCION-DEVOLVER
                   PERFORM 26000-PEDIR-MOTIVO
                   MOVE 'D' TO WST-RE-ACCION(IND-RE)
                   MOVE WSV-MOTIVO-E TO WST-RE-MOTIVO(IND-RE)
                   ADD 1 TO WSV-CONT-DEVUELTOS
                   ADD WST-RE-MONTO(IND-RE) TO WSV-TOTAL-DEVUELTO
                   SET WSS-REVISADO TO TRUE
                   DISPLAY 'PAGO A DEVOLVER AL CLIENTE'
               WHEN WSS-ACCION-DESCARTAR
                   PERFORM 26000-PEDIR-MOTIVO
                   MOVE 'X' TO WST-RE-ACCION(IND-RE)
                   MOVE WSV-MOTIVO-E TO WST-RE-MOTIVO(IND-RE)
                   ADD 1 TO WSV-CONT-DESCARTADOS
                   ADD WST-RE-MONTO(IND-RE) TO WSV-TOTAL-DESCARTADO
                   SET WSS-REVISADO TO TRUE
                   DISPLAY 'RECHAZO DESCARTADO'
               WHEN WSS-ACCION-PENDIENTE
                   SET WSS-REVISADO TO TRUE
               WHEN WSS-ACCION-FIN
                   SET WSS-REVISADO TO TRUE
                   SET WSS-FIN-REVISION TO TRUE
               WHEN OTHER
                   DISPLAY 'ACCION INVALIDA'
           END-EVALUATE.

      *REAPLICA EL PAGO A UN CLIENTE CON CUENTA, CON LA MISMA FECHA
      *DEL PAGO ORIGINAL; SI NO SE PUEDE, SE VUELVE A PEDIR LA ACCION
       22000-REAPLICAR.
           DISPLAY 'NRO DE CLIENTE CORRECTO (0 = EL MISMO): '
           MOVE 0 TO WSV-NRO-CLIENTE-E
           ACCEPT WSV-NRO-CLIENTE-E
           IF WSV-NRO-CLIENTE-E = 0
               MOVE WST-RE-NRO-CLIENTE(IND-RE) TO WSV-NRO-CLIENTE-E
           END-IF
           PERFORM 27000-BUSCAR-CLIENTE
           IF NOT WSS-BUSQUEDA-OK
               DISPLAY 'EL CLIENTE ' WSV-NRO-CLIENTE-E
                       ' NO TIENE CUENTA EN CUENTAS.DAT'
           ELSE
               COMPUTE WSV-SALDO-NUEVO =
                       WST-SALDO(IND) - WST-RE-MONTO(IND-RE)
               PERFORM 22500-VERIFICAR-PERIODO
               EVALUATE TRUE
                   WHEN WSV-SALDO-NUEVO < WSC-MINIMO-SALDO
                       DISPLAY 'EL PAGO EXCEDE EL SALDO A FAVOR '
                               'ADMITIDO PARA ' WST-NOMBRE(IND)
                   WHEN NOT WSS-FECHA-ACEPTADA
                       DISPLAY 'NO SE REAPLICA EN UN MES CERRADO'
                   WHEN OTHER
                       DISPLAY 'SE APLICA A ' WST-NRO-CLIENTE(IND) ' '
                               WST-NOMBRE(IND)
                       PERFORM 26000-PEDIR-MOTIVO
                       PERFORM 23000-APLICAR-PAGO
                       MOVE 'R' TO WST-RE-ACCION(IND-RE)
                       MOVE WSV-NRO-CLIENTE-E
                           TO WST-RE-CLIENTE-APLIC(IND-RE)
                       MOVE WSV-MOTIVO-E TO WST-RE-MOTIVO(IND-RE)
                       ADD 1 TO WSV-CONT-REAPLICADOS
                       ADD WST-RE-MONTO(IND-RE) TO WSV-TOTAL-REAPLICADO
                       SET WSS-REVISADO TO TRUE
               END-EVALUATE
           END-IF.

      *EL PAGO NO SE ASIENTA EN UN MES CERRADO: SE OFRECE LA FECHA DEL
      *PERIODO ABIERTO QUE DEVUELVE RUTPERIO
       22500-VERIFICAR-PERIODO.
           MOVE WST-RE-FECHA(IND-RE) TO WSV-FECHA-LIBRO
           MOVE 0 TO WSV-FECHA-ORIGEN
           MOVE 'S' TO WSV-FECHA-ACEPTADA
           IF WSV-SALDO-NUEVO >= WSC-MINIMO-SALDO
               SET WSS-PERIODO-FECHA TO TRUE
               MOVE WST-RE-FECHA(IND-RE) TO REG-PERIO-FECHA
               CALL WSC-RUTPERIO USING REGISTRO-PERIODO
               IF WSS-PERIODO-CERRADO
                   DISPLAY 'EL MES DEL PAGO ' REG-PERIO-FECHA(1:6)
                           ' ESTA CERRADO'
                   DISPLAY 'REAPLICARLO CON FECHA ' REG-PERIO-FECHA-R
                           ' (S/N)? '
                   ACCEPT WSV-CONFIRMA-PERIODO
                   IF WSS-CONFIRMA-PERIODO
                       MOVE WST-RE-FECHA(IND-RE) TO WSV-FECHA-ORIGEN
                       MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
                   ELSE
                       MOVE 'N' TO WSV-FECHA-ACEPTADA
                   END-IF
               END-IF
           END-IF.

      *PAGO P POR LO ADEUDADO Y ANTICIPO A POR EL EXCEDENTE, IGUAL QUE
      *EN EJES6004
       23000-APLICAR-PAGO.
           IF WST-SALDO(IND) <= 0
               MOVE 0 TO WSV-IMPORTE-PAGO
           ELSE
               IF WST-RE-MONTO(IND-RE) > WST-SALDO(IND)
                   MOVE WST-SALDO(IND) TO WSV-IMPORTE-PAGO
               ELSE
                   MOVE WST-RE-MONTO(IND-RE) TO WSV-IMPORTE-PAGO
               END-IF
           END-IF
           COMPUTE WSV-IMPORTE-ANTICIPO =
                   WST-RE-MONTO(IND-RE) - WSV-IMPORTE-PAGO
           MOVE WSV-SALDO-NUEVO TO WST-SALDO(IND)
           MOVE WSV-NRO-CLIENTE-E TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           IF WSV-IMPORTE-PAGO > 0
               MOVE 'P' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE-PAGO TO REG-MOV-IMPORTE
               PERFORM 23500-ESCRIBIR-MOVIMIENTO
           END-IF
           IF WSV-IMPORTE-ANTICIPO > 0
               MOVE 'A' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE-ANTICIPO TO REG-MOV-IMPORTE
               PERFORM 23500-ESCRIBIR-MOVIMIENTO
               DISPLAY 'ANTICIPO A CUENTA ' WSV-IMPORTE-ANTICIPO
                       ', SALDO A FAVOR ' WST-SALDO(IND)
           END-IF
           DISPLAY 'PAGO REAPLICADO, NUEVO SALDO ' WST-SALDO(IND).

       23500-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF.

       25000-DESCRIBIR-MOTIVO.
           EVALUATE TRUE
               WHEN WSS-RE-SIN-CLIENTE(IND-RE)
                   MOVE 'CLIENTE INEXISTENTE' TO WSV-DESC-MOTIVO
               WHEN WSS-RE-EXCEDE-SALDO(IND-RE)
                   MOVE 'EXCEDE EL SALDO' TO WSV-DESC-MOTIVO
               WHEN WSS-RE-EXCEDE-FAVOR(IND-RE)
                   MOVE 'EXCEDE EL SALDO A FAVOR' TO WSV-DESC-MOTIVO
               WHEN OTHER
                   MOVE WST-RE-MOTIVO-RECH(IND-RE) TO WSV-DESC-MOTIVO
           END-EVALUATE.

      *TODA RESOLUCION LLEVA SU MOTIVO
       26000-PEDIR-MOTIVO.
           MOVE SPACES TO WSV-MOTIVO-E
           PERFORM UNTIL WSV-MOTIVO-E NOT = SPACES
               DISPLAY 'MOTIVO DE LA RESOLUCION: '
               ACCEPT WSV-MOTIVO-E
           END-PERFORM.

       27000-BUSCAR-CLIENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
                       OR WSS-BUSQUEDA-OK
               IF WST-NRO-CLIENTE(IND) = WSV-NRO-CLIENTE-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *LOS SALDOS SOLO CAMBIAN SI SE REAPLICO ALGUN PAGO
       30000-GRABAR-CUENTAS.
           IF WSV-CONT-REAPLICADOS > 0
               OPEN OUTPUT CUENTAS
               IF NOT WSS-FS-CUENTAS-OK
                   DISPLAY 'ERROR EN EL REOPEN DE CUENTAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-CLIENTES
                   MOVE WST-NRO-CLIENTE(IND) TO REG-NRO-CLIENTE
                   MOVE WST-NOMBRE(IND)      TO REG-NOMBRE
                   MOVE WST-SALDO(IND)       TO REG-SALDO
                   MOVE WST-LIMITE(IND)      TO REG-LIMITE
                   WRITE REG-CUENTA
                   IF NOT WSS-FS-CUENTAS-OK
                       DISPLAY 'ERROR EN EL WRITE DE CUENTAS.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                   END-IF
               END-PERFORM
               CLOSE CUENTAS
           END-IF.

       35000-GRABAR-RESUELTOS.
           OPEN EXTEND RESUELTOS
           IF NOT WSS-FS-RESUELTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PAGOS-RECH-RESUELTOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUELTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-RE FROM 1 BY 1
                   UNTIL IND-RE > WSV-CONT-RECHAZOS
               IF NOT WSS-RE-PENDIENTE(IND-RE)
                   PERFORM 36000-ESCRIBIR-RESUELTO
               END-IF
           END-PERFORM
           CLOSE RESUELTOS.

       36000-ESCRIBIR-RESUELTO.
           MOVE WST-RE-NRO-CLIENTE(IND-RE) TO REG-RES-NRO-CLIENTE
           MOVE WST-RE-FECHA(IND-RE) TO REG-RES-FECHA
           MOVE WST-RE-MONTO(IND-RE) TO REG-RES-MONTO
           MOVE WST-RE-MEDIO(IND-RE) TO REG-RES-MEDIO
           MOVE WST-RE-MOTIVO-RECH(IND-RE) TO REG-RES-MOTIVO-RECH
           MOVE WST-RE-ACCION(IND-RE) TO REG-RES-ACCION
           MOVE WST-RE-CLIENTE-APLIC(IND-RE) TO REG-RES-CLIENTE-APLIC
           MOVE WSV-FECHA-HOY TO REG-RES-FECHA-RESOL
           MOVE WST-RE-MOTIVO(IND-RE) TO REG-RES-MOTIVO
           WRITE REG-RESUELTO
           IF NOT WSS-FS-RESUELTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE PAGOS-RECH-RESUELTOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUELTOS
           END-IF.

      *PAGOS-RECHAZADOS.DAT QUEDA SOLO CON LO QUE SIGUE PENDIENTE
       38000-GRABAR-PENDIENTES.
           OPEN OUTPUT RECHAZADOS
           IF NOT WSS-FS-RECHAZADOS-OK
               DISPLAY 'ERROR EN EL REOPEN DE PAGOS-RECHAZADOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZADOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-RE FROM 1 BY 1
                   UNTIL IND-RE > WSV-CONT-RECHAZOS
               IF WSS-RE-PENDIENTE(IND-RE)
                   ADD 1 TO WSV-CONT-PENDIENTES
                   MOVE WST-RE-NRO-CLIENTE(IND-RE)
                       TO REG-REC-NRO-CLIENTE
                   MOVE WST-RE-FECHA(IND-RE) TO REG-REC-FECHA
                   MOVE WST-RE-MONTO(IND-RE) TO REG-REC-MONTO
                   MOVE WST-RE-MEDIO(IND-RE) TO REG-REC-MEDIO
                   MOVE WST-RE-MOTIVO-RECH(IND-RE) TO REG-REC-MOTIVO
                   WRITE REG-RECHAZADO
                   IF NOT WSS-FS-RECHAZADOS-OK
                       DISPLAY 'ERROR EN EL WRITE DE '
                               'PAGOS-RECHAZADOS.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-RECHAZADOS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE RECHAZADOS.

       40000-MOSTRAR-TOTALES.
           DISPLAY WSV-LINEA
           MOVE WSV-TOTAL-REAPLICADO TO WSV-TOTAL-EDIT
           DISPLAY 'REAPLICADOS:  ' WSV-CONT-REAPLICADOS
                   ' POR ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-DEVUELTO TO WSV-TOTAL-EDIT
           DISPLAY 'A DEVOLVER:   ' WSV-CONT-DEVUELTOS
                   ' POR ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-DESCARTADO TO WSV-TOTAL-EDIT
           DISPLAY 'DESCARTADOS:  ' WSV-CONT-DESCARTADOS
                   ' POR ' WSV-TOTAL-EDIT
           DISPLAY 'PENDIENTES:   ' WSV-CONT-PENDIENTES
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
