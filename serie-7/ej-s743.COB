      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Posicion mensual de IVA: debito fiscal de las
      *ventas contra credito fiscal de las compras. El debito sale de
      *las facturas del periodo en SERVICIO.DAT, calculado como en el
      *libro IVA ventas de EJES6027 (IVA por factura sobre el neto de
      *cada tasa) pero sin las lineas de notas de credito; las notas
      *asentadas en el periodo se restan aparte con el IVA que
      *figura en NOTACRED.DAT (EJES6020). El credito fiscal es el IVA
      *de las facturas de compra imputadas al periodo en COMPRAS.DAT
      *(EJES6045). El saldo a favor del mes anterior se toma de
      *POSIVA.DAT, donde queda grabada cada posicion; si el mes
      *anterior no tiene posicion se pide el saldo a favor inicial.
      *Si la posicion da saldo a favor, pasa al mes siguiente. Volver
      *a correr un periodo reemplaza su posicion. El informe queda en
      *POSICION-IVA.TXT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO), en 0 o en blanco cuando no se
      *   informa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6047.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL SERVICIOS
                               ASSIGN TO DISK 'SERVICIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SERVICIOS.

       SELECT OPTIONAL NOTAS-CREDITO
                               ASSIGN TO DISK 'NOTACRED.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-NOTASCRED.

       SELECT OPTIONAL COMPRAS ASSIGN TO DISK 'COMPRAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-COMPRAS.

       SELECT OPTIONAL POSICIONES
                               ASSIGN TO DISK 'POSIVA.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-POSICIONES.

       SELECT INFORME          ASSIGN TO DISK 'POSICION-IVA.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-INFORME.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD SERVICIOS.
       01 REG-SERVICIO.
           05 REG-COD-SERVICIO     PIC X(03).
           05 REG-NRO-CUENTA       PIC 9(08).
           05 REG-DESCRIP-SERV.
               10 FILLER               PIC X(20).
               10 REG-DESCRIP-NRO-NC   PIC X(06).
               10 FILLER               PIC X(04).
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD NOTAS-CREDITO.
       01 REG-NOTA-CREDITO.
           05 REG-NCR-NUMERO       PIC 9(06).
           05 REG-NCR-FECHA        PIC 9(08).
           05 REG-NCR-NRO-CUENTA   PIC 9(08).
           05 REG-NCR-PERIODO      PIC X(06).
           05 REG-NCR-NETO-EXENTO  PIC 9(07)V9(02).
           05 REG-NCR-NETO-RED     PIC 9(07)V9(02).
           05 REG-NCR-NETO-GRAL    PIC 9(07)V9(02).
           05 REG-NCR-IVA-RED      PIC 9(07)V9(02).
           05 REG-NCR-IVA-GRAL     PIC 9(07)V9(02).
           05 REG-NCR-TOTAL        PIC 9(08)V9(02).

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

       FD POSICIONES.
       01 REG-POSICION.
           05 REG-POS-PERIODO      PIC X(06).
           05 REG-POS-FECHA        PIC 9(08).
           05 REG-POS-DEBITO       PIC 9(09)V9(02).
           05 REG-POS-NOTAS-CRED   PIC 9(09)V9(02).
           05 REG-POS-CREDITO      PIC 9(09)V9(02).
           05 REG-POS-SALDO-ANT    PIC 9(09)V9(02).
           05 REG-POS-A-PAGAR      PIC 9(09)V9(02).
           05 REG-POS-A-FAVOR      PIC 9(09)V9(02).

       FD INFORME.
       01 REG-INFORME              PIC X(70).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-SERVICIOS         PIC X(02).
           88 WSS-FS-SERVICIOS-OK      VALUE '00' '05'.
           88 WSS-FS-SERVICIOS-EOF     VALUE '10'.

       01 WSS-FS-NOTASCRED         PIC X(02).
           88 WSS-FS-NOTASCRED-OK      VALUE '00' '05'.
           88 WSS-FS-NOTASCRED-EOF     VALUE '10'.

       01 WSS-FS-COMPRAS           PIC X(02).
           88 WSS-FS-COMPRAS-OK        VALUE '00' '05'.
           88 WSS-FS-COMPRAS-EOF       VALUE '10'.

       01 WSS-FS-POSICIONES        PIC X(02).
           88 WSS-FS-POSICIONES-OK     VALUE '00' '05'.
           88 WSS-FS-POSICIONES-EOF    VALUE '10'.

       01 WSS-FS-INFORME           PIC X(02).
           88 WSS-FS-INFORME-OK        VALUE '00' '05'.

       01 WSV-PERIODO-E            PIC X(06).
       01 WSV-PERIODO-NUM REDEFINES WSV-PERIODO-E.
           05 WSV-PER-ANIO         PIC 9(04).
           05 WSV-PER-MES          PIC 9(02).
       01 WSV-PERIODO-ANT.
           05 WSV-ANT-ANIO         PIC 9(04).
           05 WSV-ANT-MES          PIC 9(02).
       01 WSV-FECHA-HOY            PIC 9(08).

      *NETOS POR TASA DE CADA FACTURA DEL PERIODO (1=EXENTO,
      *2=10,5%, 3=21%), COMO EN EL LIBRO IVA VENTAS
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-FACTURAS.
           05 WST-FAC-ITEM         OCCURS 100 TIMES
                                   INDEXED BY IND-FA.
               10 WST-FA-CUENTA        PIC 9(08).
               10 WST-FA-NETO          PIC S9(08)V9(02) OCCURS 3.

      *NOTAS DE CREDITO ASENTADAS EN EL PERIODO
       01 WSC-MAX-NOTAS            PIC 9(03) VALUE 100.
       01 WSV-CONT-NOTAS           PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS.
           05 WST-NOTA-ITEM        OCCURS 100 TIMES
                                   INDEXED BY IND-NC.
               10 WST-NC-NUMERO        PIC X(06).

      *POSICIONES YA GRABADAS
       01 WSC-MAX-POSICIONES       PIC 9(03) VALUE 240.
       01 WSV-CONT-POSICIONES      PIC S9(4) COMP VALUE 0.
       01 WST-POSICIONES.
           05 WST-POS-ITEM         OCCURS 240 TIMES
                                   INDEXED BY IND-PO.
               10 WST-PO-REGISTRO      PIC X(80).
       01 WSV-POSICION.
           05 WSV-POS-PERIODO      PIC X(06).
           05 WSV-POS-FECHA        PIC 9(08).
           05 WSV-POS-DEBITO       PIC 9(09)V9(02).
           05 WSV-POS-NOTAS-CRED   PIC 9(09)V9(02).
           05 WSV-POS-CREDITO      PIC 9(09)V9(02).
           05 WSV-POS-SALDO-ANT    PIC 9(09)V9(02).
           05 WSV-POS-A-PAGAR      PIC 9(09)V9(02).
           05 WSV-POS-A-FAVOR      PIC 9(09)V9(02).
       01 WSV-SUB-PO               PIC 9(03).
       01 WSV-IND-PERIODO          PIC 9(03) VALUE 0.
       01 WSV-HAY-ANTERIOR         PIC X(01) VALUE 'N'.
           88 WSS-HAY-ANTERIOR         VALUE 'S'.
       01 WSV-HAY-POSTERIOR        PIC X(01) VALUE 'N'.
           88 WSS-HAY-POSTERIOR        VALUE 'S'.

       01  WSC-TASAS.
           05 WSC-TASA-REDUCIDA    PIC 9V9(03) VALUE 0.105.
           05 WSC-TASA-GENERAL     PIC 9V9(03) VALUE 0.210.

       01 WSV-SUB-TASA             PIC 9(01).
       01 WSV-SUB-FA               PIC 9(03).
       01 WSV-IVA-RED              PIC S9(08)V9(02).
       01 WSV-IVA-GRAL             PIC S9(08)V9(02).
       01 WSV-ENCONTRADO           PIC X(01).
           88 WSS-ENCONTRADO           VALUE 'S'.

      *LA POSICION DEL MES
       01 WSV-DEBITO               PIC S9(09)V9(02) VALUE 0.
       01 WSV-NOTAS-CRED           PIC S9(09)V9(02) VALUE 0.
       01 WSV-DEBITO-NETO          PIC S9(09)V9(02) VALUE 0.
       01 WSV-CREDITO              PIC S9(09)V9(02) VALUE 0.
       01 WSV-SALDO-ANT            PIC 9(09)V9(02) VALUE 0.
       01 WSV-RESULTADO            PIC S9(09)V9(02) VALUE 0.

       01 WSV-LINEA-TEXTO          PIC X(70).
       01 WSV-LINEA-MONTO.
           05 WSV-LM-ROTULO        PIC X(50).
           05 WSV-LM-MONTO         PIC ----------9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(64) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY 'INGRESE PERIODO DE LA POSICION (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           IF WSV-PERIODO-E IS NOT NUMERIC
                   OR WSV-PER-MES < 1 OR WSV-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           IF WSV-PER-MES = 1
               COMPUTE WSV-ANT-ANIO = WSV-PER-ANIO - 1
               MOVE 12 TO WSV-ANT-MES
           ELSE
               MOVE WSV-PER-ANIO TO WSV-ANT-ANIO
               COMPUTE WSV-ANT-MES = WSV-PER-MES - 1
           END-IF
           PERFORM 10000-SUMAR-DEBITO
           PERFORM 20000-SUMAR-NOTAS-CREDITO
           PERFORM 30000-SUMAR-CREDITO
           PERFORM 40000-CARGAR-POSICIONES
           PERFORM 45000-CALCULAR-POSICION
           PERFORM 50000-EMITIR-INFORME
           PERFORM 60000-GRABAR-POSICIONES
           PERFORM FIN-DEL-PROGRAMA.

      *DEBITO FISCAL: IVA DE LAS FACTURAS DEL PERIODO SIN LAS LINEAS
      *DE NOTAS DE CREDITO, DE LAS QUE SE GUARDA EL NUMERO
       10000-SUMAR-DEBITO.
           OPEN INPUT SERVICIOS
           IF NOT WSS-FS-SERVICIOS-OK
               DISPLAY 'NO SE PUDO ABRIR SERVICIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-ACUMULAR UNTIL WSS-FS-SERVICIOS-EOF
           CLOSE SERVICIOS
           PERFORM VARYING WSV-SUB-FA FROM 1 BY 1
                   UNTIL WSV-SUB-FA > WSV-CONT-CUENTAS
               SET IND-FA TO WSV-SUB-FA
               COMPUTE WSV-IVA-RED ROUNDED =
                       WST-FA-NETO(IND-FA, 2) * WSC-TASA-REDUCIDA
               COMPUTE WSV-IVA-GRAL ROUNDED =
                       WST-FA-NETO(IND-FA, 3) * WSC-TASA-GENERAL
               ADD WSV-IVA-RED WSV-IVA-GRAL TO WSV-DEBITO
           END-PERFORM.

       11000-LEER-Y-ACUMULAR.
           READ SERVICIOS
           IF WSS-FS-SERVICIOS-OK
               IF REG-PERIODO-FACT = WSV-PERIODO-E
                   IF REG-COD-SERVICIO = 'NC '
                       PERFORM 13000-GUARDAR-NOTA
                   ELSE
                       PERFORM 12000-SUMAR-EN-FACTURA
                   END-IF
               END-IF
           END-IF.

       12000-SUMAR-EN-FACTURA.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-FA FROM 1 BY 1
                   UNTIL IND-FA > WSV-CONT-CUENTAS
                       OR WSS-ENCONTRADO
               IF WST-FA-CUENTA(IND-FA) = REG-NRO-CUENTA
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-FA DOWN BY 1
           ELSE
               IF WSV-CONT-CUENTAS >= WSC-MAX-CUENTAS
                   DISPLAY 'TABLA DE FACTURAS LLENA, LA POSICION '
                           'NO SE PUEDE CALCULAR'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CUENTAS
               SET IND-FA TO WSV-CONT-CUENTAS
               MOVE REG-NRO-CUENTA TO WST-FA-CUENTA(IND-FA)
               PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                       UNTIL WSV-SUB-TASA > 3
                   MOVE 0 TO WST-FA-NETO(IND-FA, WSV-SUB-TASA)
               END-PERFORM
           END-IF
           COMPUTE WSV-SUB-TASA = REG-TASA-COD + 1
           ADD REG-MONTO-FACTURA
               TO WST-FA-NETO(IND-FA, WSV-SUB-TASA).

      *UNA NOTA DEJA UNA LINEA POR TASA; EL NUMERO SE GUARDA UNA VEZ
       13000-GUARDAR-NOTA.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-NC FROM 1 BY 1
                   UNTIL IND-NC > WSV-CONT-NOTAS
                       OR WSS-ENCONTRADO
               IF WST-NC-NUMERO(IND-NC) = REG-DESCRIP-NRO-NC
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               IF WSV-CONT-NOTAS >= WSC-MAX-NOTAS
                   DISPLAY 'TABLA DE NOTAS DE CREDITO LLENA, LA '
                           'POSICION NO SE PUEDE CALCULAR'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-NOTAS
               SET IND-NC TO WSV-CONT-NOTAS
               MOVE REG-DESCRIP-NRO-NC TO WST-NC-NUMERO(IND-NC)
           END-IF.

      *IVA DE LAS NOTAS ASENTADAS EN EL PERIODO, SEGUN NOTACRED.DAT
       20000-SUMAR-NOTAS-CREDITO.
           IF WSV-CONT-NOTAS > 0
               OPEN INPUT NOTAS-CREDITO
               IF NOT WSS-FS-NOTASCRED-OK
                   DISPLAY 'NO SE PUDO ABRIR NOTACRED.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 21000-LEER-NOTA UNTIL WSS-FS-NOTASCRED-EOF
               CLOSE NOTAS-CREDITO
           END-IF.

       21000-LEER-NOTA.
           READ NOTAS-CREDITO
           IF WSS-FS-NOTASCRED-OK
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING IND-NC FROM 1 BY 1
                       UNTIL IND-NC > WSV-CONT-NOTAS
                           OR WSS-ENCONTRADO
                   IF WST-NC-NUMERO(IND-NC) = REG-NCR-NUMERO
                       SET WSS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-ENCONTRADO
                   ADD REG-NCR-IVA-RED REG-NCR-IVA-GRAL
                       TO WSV-NOTAS-CRED
               END-IF
           END-IF.

      *CREDITO FISCAL: IVA DE LAS COMPRAS IMPUTADAS AL PERIODO
       30000-SUMAR-CREDITO.
           OPEN INPUT COMPRAS
           IF NOT WSS-FS-COMPRAS-OK
               DISPLAY 'NO SE PUDO ABRIR COMPRAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-COMPRAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-COMPRA UNTIL WSS-FS-COMPRAS-EOF
           CLOSE COMPRAS.

       31000-LEER-COMPRA.
           READ COMPRAS
           IF WSS-FS-COMPRAS-OK
               IF REG-CMP-PERIODO = WSV-PERIODO-E
                   ADD REG-CMP-IVA-RED REG-CMP-IVA-GRAL
                       TO WSV-CREDITO
               END-IF
           END-IF.

      *TOMA EL SALDO A FAVOR DEL MES ANTERIOR Y UBICA LA POSICION
      *DEL PERIODO SI YA SE HABIA CALCULADO
       40000-CARGAR-POSICIONES.
           OPEN INPUT POSICIONES
           IF NOT WSS-FS-POSICIONES-OK
               DISPLAY 'NO SE PUDO ABRIR POSIVA.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-POSICIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 41000-LEER-POSICION UNTIL WSS-FS-POSICIONES-EOF
           CLOSE POSICIONES
           IF NOT WSS-HAY-ANTERIOR
               DISPLAY 'NO HAY POSICION DEL PERIODO ' WSV-PERIODO-ANT
               DISPLAY 'SALDO A FAVOR INICIAL (0 = NINGUNO): '
               ACCEPT WSV-SALDO-ANT
           END-IF.

       41000-LEER-POSICION.
           READ POSICIONES
           IF WSS-FS-POSICIONES-OK
               IF WSV-CONT-POSICIONES >= WSC-MAX-POSICIONES
                   DISPLAY 'TABLA DE POSICIONES LLENA, NO SE PUEDE '
                           'GRABAR SIN PERDER MESES'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-POSICIONES
               SET IND-PO TO WSV-CONT-POSICIONES
               MOVE REG-POSICION TO WST-PO-REGISTRO(IND-PO)
               EVALUATE TRUE
                   WHEN REG-POS-PERIODO = WSV-PERIODO-ANT
                       SET WSS-HAY-ANTERIOR TO TRUE
                       MOVE REG-POS-A-FAVOR TO WSV-SALDO-ANT
                   WHEN REG-POS-PERIODO = WSV-PERIODO-E
                       MOVE WSV-CONT-POSICIONES TO WSV-IND-PERIODO
                   WHEN REG-POS-PERIODO > WSV-PERIODO-E
                       SET WSS-HAY-POSTERIOR TO TRUE
               END-EVALUATE
           END-IF.

       45000-CALCULAR-POSICION.
           COMPUTE WSV-DEBITO-NETO = WSV-DEBITO - WSV-NOTAS-CRED
           COMPUTE WSV-RESULTADO = WSV-DEBITO-NETO - WSV-CREDITO
                   - WSV-SALDO-ANT
           MOVE WSV-PERIODO-E TO WSV-POS-PERIODO
           MOVE WSV-FECHA-HOY TO WSV-POS-FECHA
           MOVE WSV-DEBITO TO WSV-POS-DEBITO
           MOVE WSV-NOTAS-CRED TO WSV-POS-NOTAS-CRED
           MOVE WSV-CREDITO TO WSV-POS-CREDITO
           MOVE WSV-SALDO-ANT TO WSV-POS-SALDO-ANT
           IF WSV-RESULTADO > 0
               MOVE WSV-RESULTADO TO WSV-POS-A-PAGAR
               MOVE 0 TO WSV-POS-A-FAVOR
           ELSE
               MOVE 0 TO WSV-POS-A-PAGAR
               COMPUTE WSV-POS-A-FAVOR = 0 - WSV-RESULTADO
           END-IF.

       50000-EMITIR-INFORME.
           OPEN OUTPUT INFORME
           IF NOT WSS-FS-INFORME-OK
               DISPLAY 'ERROR EN EL OPEN DE POSICION-IVA.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-INFORME
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE SPACES TO WSV-LINEA-TEXTO
           STRING 'POSICION MENSUAL DE IVA - PERIODO ' WSV-PERIODO-E
               DELIMITED BY SIZE INTO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'DEBITO FISCAL (FACTURAS DEL PERIODO)' TO WSV-LM-ROTULO
           MOVE WSV-DEBITO TO WSV-LM-MONTO
           PERFORM 91000-ESCRIBIR-MONTO
           MOVE 'MENOS NOTAS DE CREDITO DEL PERIODO' TO WSV-LM-ROTULO
           COMPUTE WSV-LM-MONTO = 0 - WSV-NOTAS-CRED
           PERFORM 91000-ESCRIBIR-MONTO
           MOVE 'DEBITO FISCAL NETO' TO WSV-LM-ROTULO
           MOVE WSV-DEBITO-NETO TO WSV-LM-MONTO
           PERFORM 91000-ESCRIBIR-MONTO
           MOVE 'MENOS CREDITO FISCAL (COMPRAS DEL PERIODO)'
               TO WSV-LM-ROTULO
           COMPUTE WSV-LM-MONTO = 0 - WSV-CREDITO
           PERFORM 91000-ESCRIBIR-MONTO
           MOVE SPACES TO WSV-LM-ROTULO
           STRING 'MENOS SALDO A FAVOR DE ' WSV-PERIODO-ANT
               DELIMITED BY SIZE INTO WSV-LM-ROTULO
           COMPUTE WSV-LM-MONTO = 0 - WSV-SALDO-ANT
           PERFORM 91000-ESCRIBIR-MONTO
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           IF WSV-POS-A-PAGAR > 0
               MOVE 'SALDO A PAGAR' TO WSV-LM-ROTULO
               MOVE WSV-POS-A-PAGAR TO WSV-LM-MONTO
           ELSE
               MOVE 'SALDO A FAVOR QUE PASA AL MES SIGUIENTE'
                   TO WSV-LM-ROTULO
               MOVE WSV-POS-A-FAVOR TO WSV-LM-MONTO
           END-IF
           PERFORM 91000-ESCRIBIR-MONTO
           CLOSE INFORME.

      *REEMPLAZA LA POSICION DEL PERIODO O LA AGREGA
       60000-GRABAR-POSICIONES.
           IF WSV-IND-PERIODO > 0
               SET IND-PO TO WSV-IND-PERIODO
               MOVE WSV-POSICION TO WST-PO-REGISTRO(IND-PO)
               DISPLAY 'SE REEMPLAZA LA POSICION YA CALCULADA DEL '
                       'PERIODO ' WSV-PERIODO-E
           ELSE
               ADD 1 TO WSV-CONT-POSICIONES
               SET IND-PO TO WSV-CONT-POSICIONES
               MOVE WSV-POSICION TO WST-PO-REGISTRO(IND-PO)
           END-IF
           OPEN OUTPUT POSICIONES
           IF NOT WSS-FS-POSICIONES-OK
               DISPLAY 'ERROR EN EL REOPEN DE POSIVA.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-POSICIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-PO FROM 1 BY 1
                   UNTIL WSV-SUB-PO > WSV-CONT-POSICIONES
               SET IND-PO TO WSV-SUB-PO
               MOVE WST-PO-REGISTRO(IND-PO) TO REG-POSICION
               WRITE REG-POSICION
               IF NOT WSS-FS-POSICIONES-OK
                   DISPLAY 'ERROR EN EL WRITE DE POSIVA.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-POSICIONES
               END-IF
           END-PERFORM
           CLOSE POSICIONES
           IF WSS-HAY-POSTERIOR
               DISPLAY 'HAY POSICIONES DE PERIODOS POSTERIORES: '
                       'VOLVER A CORRERLAS PARA ARRASTRAR EL SALDO'
           END-IF.

       90000-ESCRIBIR-LINEA.
           DISPLAY WSV-LINEA-TEXTO
           MOVE WSV-LINEA-TEXTO TO REG-INFORME
           WRITE REG-INFORME
           IF NOT WSS-FS-INFORME-OK
               DISPLAY 'ERROR EN EL WRITE DE POSICION-IVA.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-INFORME
           END-IF.

       91000-ESCRIBIR-MONTO.
           MOVE WSV-LINEA-MONTO TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
