      *que vencen dentro de los proximos 7 dias. El punto de llevar
      *GAS/LUZ/TELEFONO/AGUA es no pasarse de un vencimiento, y esto
      *es lo que lo responde.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega al registro de VENCIMIENTOS.DAT el miembro
      *   que pago la factura (REG-VEN-PAGADOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-VEN-FECHA-VTO    PIC 9(08).
           05 REG-VEN-PAGADO       PIC X(01).
               88 WSS-VEN-PAGADO           VALUE 'S'.
           05 REG-VEN-PAGADOR      PIC 9(01).

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).
