      * 2026 09 - La cuenta de dias propia para madurar la deuda se
      *   reemplaza por la rutina comun RUTDIAS, para que todos los
      *   programas envejezcan fechas con la misma aritmetica.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Los anticipos (movimiento A) se aplican como pagos en
      *   la imputacion FIFO y el sobrante se informa como saldo a favor
      *   sin aplicar.
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

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
               88 WSS-MOV-CARGO            VALUE 'C'.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00'.
           88 WSS-FS-MOVIMIENTOS-EOF   VALUE '10'.

       01 WSV-NRO-CLIENTE-E        PIC 9(08).

      *MOVIMIENTOS DEL CLIENTE PEDIDO, EN ORDEN DE CARGA
       77 WSC-MAX-MOVIMIENTOS      PIC 9(03) VALUE 200.
       01 WSV-DEUDA-61-90          PIC 9(07)V9(02) VALUE 0.
       01 WSV-DEUDA-MAS-90         PIC 9(07)V9(02) VALUE 0.
       01 WSV-DEUDA-DISPUTADA      PIC 9(07)V9(02) VALUE 0.
       01 WSV-SALDO-A-FAVOR        PIC 9(07)V9(02) VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".
               IF WST-MO-TIPO(IND-MO) = 'P'
                       OR WST-MO-TIPO(IND-MO) = 'N'
                       OR WST-MO-TIPO(IND-MO) = 'I'
                       OR WST-MO-TIPO(IND-MO) = 'A'
                   MOVE WST-MO-IMPORTE(IND-MO) TO WSV-PAGO-RESTANTE
                   PERFORM 31000-CONSUMIR-CARGOS
                   ADD WSV-PAGO-RESTANTE TO WSV-SALDO-A-FAVOR
               END-IF
           END-PERFORM.

           DISPLAY '  61 A 90 DIAS:   ' WSV-DEUDA-61-90
           DISPLAY '  MAS DE 90 DIAS: ' WSV-DEUDA-MAS-90
           DISPLAY '  EN DISPUTA:     ' WSV-DEUDA-DISPUTADA
           IF WSV-SALDO-A-FAVOR > 0
               DISPLAY 'SALDO A FAVOR SIN APLICAR: ' WSV-SALDO-A-FAVOR
           END-IF
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
