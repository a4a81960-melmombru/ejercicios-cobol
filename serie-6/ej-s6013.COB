      *Periodo facturado (Alfanumérico de 6 caracteres – Formato AAAAMM)
      *Monto facturado (5 enteros y 2 decimales con signo).

      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El listado marca con * en la columna M las lineas
      *   facturadas con precio manual.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ENTRADA           PIC X(02).
               10 FILLER           PIC X     VALUE ALL ','.
               10 WSV-DECIMAL      PIC 9(02).
           05 FILLER               PIC X     VALUE ALL '|'.
           05 WSV-PRECIO-MANUAL    PIC X(01).
           05 FILLER               PIC X     VALUE ALL '|'.

       01  TITULO0.
           05 FILLER           PIC X VALUE "*".
           05 FILLER           PIC X VALUE "*".
           05 FILLER           PIC X(9) VALUE ALL "-".
           05 FILLER           PIC X VALUE "*".
           05 FILLER           PIC X VALUE "-".
           05 FILLER           PIC X VALUE "*".
       
       01  TITULO1.
           05 FILLER           PIC X     VALUE ALL '|'.
           05 FILLER           PIC X     VALUE ALL '|'.
           05 MONTO            PIC X(9) VALUE " MONTO ".
           05 FILLER           PIC X     VALUE ALL '|'.
           05 PRECIO-M         PIC X     VALUE "M".
           05 FILLER           PIC X     VALUE ALL '|'.

      *-----------------------
       PROCEDURE DIVISION.
           MOVE REG-PERIODO-FACT(1:4)  TO WSV-ANIO
           MOVE REG-MONTO-FACTURA(1:5) TO WSV-ENTERO
           MOVE REG-MONTO-FACTURA(6:2) TO WSV-DECIMAL
           MOVE SPACE TO WSV-PRECIO-MANUAL
           IF REG-PRECIO-MANUAL = 'S'
               MOVE '*' TO WSV-PRECIO-MANUAL
           END-IF
           DISPLAY WSV-ENTRADA.
           
       INFORMAR-CANTIDAD-REGISTROS-LEIDOS.
