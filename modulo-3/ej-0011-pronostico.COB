      *vencimientos agrupados por semana con el total de efectivo
      *necesario de cada una. Las semanas se cuentan desde hoy via
      *RUTDIAS.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega al registro de VENCIMIENTOS.DAT el miembro
      *   que pago la factura (REG-VEN-PAGADOR).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-VEN-CUENTA       PIC 9(01).
           05 REG-VEN-FECHA-VTO    PIC 9(08).
           05 REG-VEN-PAGADO       PIC X(01).
           05 REG-VEN-PAGADOR      PIC 9(01).

       FD ACTUALES.
       01 REG-ACTUAL.
