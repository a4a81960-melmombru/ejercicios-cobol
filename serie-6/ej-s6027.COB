      *venia rearmando a mano desde las facturas impresas. Las
      *lineas negativas de notas de credito (EJES6020) restan solas.
      *La salida queda en LIBRO-IVA.TXT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - SERVICIO.DAT lleva al final la marca de precio manual
      *   de la linea (S precio fuera de la lista de precios, N precio
      *   de lista, en blanco lineas anteriores y notas de credito).
      * 2026 10 - SERVICIO.DAT lleva al final el periodo original de la
      *   linea (REG-PERIODO-ORIGEN) cuando se la asento en el periodo
      *   abierto porque el suyo estaba cerrado por EJES6042; en blanco
      *   en las demas.
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO), en 0 o en blanco cuando no se
      *   informa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD LIBRO.
       01 REG-LIBRO                PIC X(110).
