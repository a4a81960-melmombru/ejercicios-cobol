      *EXTRnnnnnnnn.TXT. Al final emite el listado de control con
      *los extractos producidos y el total de saldos para conciliar
      *contra CUENTAS.DAT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Los anticipos (movimiento A) se aplican como pagos en
      *   la imputacion FIFO y el sobrante se lista como saldo a favor
      *   sin aplicar; el saldo calculado lleva signo.
      * 2026 10 - MOVCLI.DAT lleva al final la fecha original del
      *   movimiento (REG-MOV-FECHA-ORIGEN) cuando se lo asento en el
      *   periodo abierto porque su mes estaba cerrado por EJES6042;
      *   cero en los demas.
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
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
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
               88 WSS-MOV-EN-DISPUTA       VALUE 'S'.
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).

       FD CLIENTES.
       01 REG-CLIENTE.
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

       FD EXTRACTO.
       01 REG-EXTRACTO             PIC X(70).
       01 WST-CLIENTES-EXTRACTO.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES
                                   INDEXED BY IND-CL.
               10 WST-CL-NRO           PIC 9(08).
               10 WST-CL-SALDO         PIC S9(07)V9(02).

      *MOVIMIENTOS DEL CLIENTE EN CURSO
       01 WSC-MAX-MOVIMIENTOS      PIC 9(03) VALUE 200.
               10 WST-MO-IMPORTE   PIC 9(05)V9(02).
               10 WST-MO-PENDIENTE PIC 9(05)V9(02).

       01 WSV-NRO-CLIENTE-ACT      PIC 9(08).
       01 WSV-SALDO-CORRIDO        PIC S9(07)V9(02).
       01 WSV-PAGO-RESTANTE        PIC 9(05)V9(02).
       01 WSV-APLICA               PIC 9(05)V9(02).
       01 WSV-DEUDA-31-60          PIC 9(07)V9(02).
       01 WSV-DEUDA-61-90          PIC 9(07)V9(02).
       01 WSV-DEUDA-MAS-90         PIC 9(07)V9(02).
       01 WSV-SALDO-A-FAVOR        PIC 9(07)V9(02).

      *IDENTIDAD DEL CLIENTE EN CURSO, DE CLIENTES.DAT
       01 WSV-CLIENTE-VISTO        PIC X(01).
           PERFORM 90000-ESCRIBIR-LINEA.

       35000-APLICAR-PAGOS-FIFO.
           MOVE 0 TO WSV-SALDO-A-FAVOR
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOV
               IF WST-MO-TIPO(IND-MO) = 'P'
                       OR WST-MO-TIPO(IND-MO) = 'N'
                       OR WST-MO-TIPO(IND-MO) = 'I'
                       OR WST-MO-TIPO(IND-MO) = 'A'
                   MOVE WST-MO-IMPORTE(IND-MO) TO WSV-PAGO-RESTANTE
                   PERFORM 35100-CONSUMIR-CARGOS
                   ADD WSV-PAGO-RESTANTE TO WSV-SALDO-A-FAVOR
               END-IF
           END-PERFORM.

           MOVE SPACES TO WSV-LINEA-EXTRACTO
           STRING '  MAS DE 90 DIAS: ' WSV-DEUDA-MAS-90
               DELIMITED BY SIZE INTO WSV-LINEA-EXTRACTO
           PERFORM 90000-ESCRIBIR-LINEA
           IF WSV-SALDO-A-FAVOR > 0
               MOVE SPACES TO WSV-LINEA-EXTRACTO
               STRING 'SALDO A FAVOR SIN APLICAR: ' WSV-SALDO-A-FAVOR
                   DELIMITED BY SIZE INTO WSV-LINEA-EXTRACTO
               PERFORM 90000-ESCRIBIR-LINEA
           END-IF.

      *GUARDA EL SALDO FINAL DEL CLIENTE PARA EL CONTROL
       37000-GUARDAR-SALDO-CLIENTE.
