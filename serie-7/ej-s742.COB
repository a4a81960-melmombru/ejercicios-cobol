      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Libro IVA compras del mes a partir de las
      *facturas de proveedores de COMPRAS.DAT (EJES6045): para el
      *periodo de imputacion pedido lista una linea por factura con
      *fecha, tipo, punto de venta y numero, CUIT y razon social del
      *proveedor, y las mismas columnas del libro IVA ventas de
      *EJES6027 (exento, neto e IVA 10,5 %, neto e IVA 21 %, total),
      *con los totales del mes al pie. El IVA es el de la factura
      *tal como se cargo. La salida queda en LIBRO-IVA-COMPRAS.TXT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6046.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT COMPRAS          ASSIGN TO DISK 'COMPRAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-COMPRAS.

       SELECT LIBRO            ASSIGN TO DISK 'LIBRO-IVA-COMPRAS.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LIBRO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD COMPRAS.
       01 REG-COMPRA.
           05 REG-CMP-CUIT         PIC X(13).
           05 REG-CMP-RAZON        PIC X(30).
           05 REG-CMP-TIPO         PIC X(01).
           05 REG-CMP-PTO-VTA      PIC 9(04).
           05 REG-CMP-NUMERO       PIC 9(08).
           05 REG-CMP-FECHA        PIC 9(08).
           05 REG-CMP-PERIODO      PIC X(06).
           05 REG-CMP-NETO-EXENTO  PIC 9(07)V9(02).
           05 REG-CMP-NETO-RED     PIC 9(07)V9(02).
           05 REG-CMP-NETO-GRAL    PIC 9(07)V9(02).
           05 REG-CMP-IVA-RED      PIC 9(07)V9(02).
           05 REG-CMP-IVA-GRAL     PIC 9(07)V9(02).
           05 REG-CMP-TOTAL        PIC 9(08)V9(02).

       FD LIBRO.
       01 REG-LIBRO                PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-COMPRAS           PIC X(02).
           88 WSS-FS-COMPRAS-OK        VALUE '00'.
           88 WSS-FS-COMPRAS-EOF       VALUE '10'.

       01 WSS-FS-LIBRO             PIC X(02).
           88 WSS-FS-LIBRO-OK          VALUE '00' '05'.

       01 WSV-PERIODO-E            PIC X(06).
       01 WSV-CONT-FACTURAS        PIC S9(4) COMP VALUE 0.
       01 WSV-CANT-FACTURAS        PIC 9(04).

      *TOTALES DEL MES
       01 WSV-TOT-EXENTO           PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-NETO-RED         PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-IVA-RED          PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-NETO-GRAL        PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-IVA-GRAL         PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-GENERAL          PIC S9(10)V9(02) VALUE 0.

      *LINEA DEL LIBRO: LOS DATOS DEL COMPROBANTE Y LAS COLUMNAS DEL
      *LIBRO DE VENTAS
       01 WSV-LINEA-LIBRO.
           05 WSV-LIB-COMPROBANTE.
               10 WSV-LIB-FECHA        PIC 9(08).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WSV-LIB-TIPO         PIC X(01).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WSV-LIB-PTO-VTA      PIC 9(04).
               10 FILLER               PIC X(01) VALUE '-'.
               10 WSV-LIB-NUMERO       PIC 9(08).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WSV-LIB-CUIT         PIC X(13).
               10 FILLER               PIC X(01) VALUE SPACE.
               10 WSV-LIB-RAZON        PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-EXENTO       PIC --------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-NETO-RED     PIC --------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-IVA-RED      PIC --------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-NETO-GRAL    PIC --------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-IVA-GRAL     PIC --------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LIB-TOTAL        PIC ---------9.99.

       01 WSV-LINEA-TEXTO          PIC X(160).

       01 WSV-LINEA.
           05 FILLER               PIC X(146) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'INGRESE PERIODO DEL LIBRO (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           OPEN INPUT COMPRAS
           IF NOT WSS-FS-COMPRAS-OK
               DISPLAY 'NO SE PUDO ABRIR COMPRAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-COMPRAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT LIBRO
           IF NOT WSS-FS-LIBRO-OK
               DISPLAY 'ERROR EN EL OPEN DE LIBRO-IVA-COMPRAS.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-LIBRO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 10000-EMITIR-ENCABEZADO
           PERFORM 20000-LEER-Y-EMITIR UNTIL WSS-FS-COMPRAS-EOF
           PERFORM 30000-EMITIR-TOTALES
           CLOSE COMPRAS
           CLOSE LIBRO
           MOVE WSV-CONT-FACTURAS TO WSV-CANT-FACTURAS
           IF WSV-CONT-FACTURAS = 0
               DISPLAY 'NO HAY COMPRAS IMPUTADAS AL PERIODO '
                       WSV-PERIODO-E
           ELSE
               DISPLAY 'LIBRO GENERADO EN LIBRO-IVA-COMPRAS.TXT CON '
                       WSV-CANT-FACTURAS ' FACTURA(S)'
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

       10000-EMITIR-ENCABEZADO.
           MOVE SPACES TO WSV-LINEA-TEXTO
           STRING 'LIBRO IVA COMPRAS - PERIODO ' WSV-PERIODO-E
               DELIMITED BY SIZE INTO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'FECHA    T COMPROBANTE   CUIT          PROVEEDOR'
               TO WSV-LINEA-TEXTO(1:49)
           MOVE '      EXENTO     NETO 10,5    IVA 10,5'
               TO WSV-LINEA-TEXTO(60:38)
           MOVE '   NETO 21       IVA 21         TOTAL'
               TO WSV-LINEA-TEXTO(98:40)
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

       20000-LEER-Y-EMITIR.
           READ COMPRAS
           IF WSS-FS-COMPRAS-OK
               IF REG-CMP-PERIODO = WSV-PERIODO-E
                   PERFORM 21000-EMITIR-UNA-FACTURA
               END-IF
           END-IF.

       21000-EMITIR-UNA-FACTURA.
           ADD 1 TO WSV-CONT-FACTURAS
           MOVE REG-CMP-FECHA TO WSV-LIB-FECHA
           MOVE REG-CMP-TIPO TO WSV-LIB-TIPO
           MOVE REG-CMP-PTO-VTA TO WSV-LIB-PTO-VTA
           MOVE REG-CMP-NUMERO TO WSV-LIB-NUMERO
           MOVE REG-CMP-CUIT TO WSV-LIB-CUIT
           MOVE REG-CMP-RAZON TO WSV-LIB-RAZON
           MOVE REG-CMP-NETO-EXENTO TO WSV-LIB-EXENTO
           MOVE REG-CMP-NETO-RED TO WSV-LIB-NETO-RED
           MOVE REG-CMP-IVA-RED TO WSV-LIB-IVA-RED
           MOVE REG-CMP-NETO-GRAL TO WSV-LIB-NETO-GRAL
           MOVE REG-CMP-IVA-GRAL TO WSV-LIB-IVA-GRAL
           MOVE REG-CMP-TOTAL TO WSV-LIB-TOTAL
           MOVE WSV-LINEA-LIBRO TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           ADD REG-CMP-NETO-EXENTO TO WSV-TOT-EXENTO
           ADD REG-CMP-NETO-RED TO WSV-TOT-NETO-RED
           ADD REG-CMP-IVA-RED TO WSV-TOT-IVA-RED
           ADD REG-CMP-NETO-GRAL TO WSV-TOT-NETO-GRAL
           ADD REG-CMP-IVA-GRAL TO WSV-TOT-IVA-GRAL
           ADD REG-CMP-TOTAL TO WSV-TOT-GENERAL.

       30000-EMITIR-TOTALES.
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'TOTALES DEL MES' TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE WSV-TOT-EXENTO TO WSV-LIB-EXENTO
           MOVE WSV-TOT-NETO-RED TO WSV-LIB-NETO-RED
           MOVE WSV-TOT-IVA-RED TO WSV-LIB-IVA-RED
           MOVE WSV-TOT-NETO-GRAL TO WSV-LIB-NETO-GRAL
           MOVE WSV-TOT-IVA-GRAL TO WSV-LIB-IVA-GRAL
           MOVE WSV-TOT-GENERAL TO WSV-LIB-TOTAL
           MOVE SPACES TO WSV-LIB-COMPROBANTE
           MOVE WSV-LINEA-LIBRO TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

       90000-ESCRIBIR-LINEA.
           MOVE WSV-LINEA-TEXTO TO REG-LIBRO
           WRITE REG-LIBRO
           IF NOT WSS-FS-LIBRO-OK
               DISPLAY 'ERROR EN EL WRITE DE LIBRO-IVA-COMPRAS.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-LIBRO
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
