      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Exportacion del regimen de informacion de ventas
      *de un periodo, para importar en el aplicativo del fisco en vez
      *de tipear cada comprobante. Genera VENTAS-CBTE.TXT, una linea
      *de ancho fijo por factura de FACTEMIT.DAT del periodo y por
      *nota de credito de NOTACRED.DAT asentada en el periodo (la
      *que tiene sus lineas NC en SERVICIO.DAT), con el CUIT y la
      *razon social del cliente de CLIENTES.DAT; la condicion de IVA
      *da la letra (RI factura A, el resto B). VENTAS-ALICUOTAS.TXT
      *lleva una linea por tasa gravada de cada comprobante con el
      *neto y el IVA: el de la factura sale de sus lineas de
      *SERVICIO.DAT sin las de notas de credito, el de la nota es el
      *que quedo en NOTACRED.DAT; un comprobante solo exento lleva
      *una alicuota 0 % y codigo de operacion E. No corre si la
      *numeracion de las facturas del periodo tiene huecos o
      *duplicados (la auditoria de EJES6028, por RUTNUMFA). Al final
      *emite en REGINFO-CONTROL.TXT los totales exportados por tasa
      *contra los del libro IVA ventas de EJES6027 del periodo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO), en 0 o en blanco cuando no se
      *   informa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6048.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SERVICIOS        ASSIGN TO DISK 'SERVICIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SERVICIOS.

       SELECT OPTIONAL EMITIDAS
                               ASSIGN TO DISK 'FACTEMIT.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-EMITIDAS.

       SELECT OPTIONAL NOTAS-CREDITO
                               ASSIGN TO DISK 'NOTACRED.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-NOTASCRED.

       SELECT OPTIONAL CLIENTES
                               ASSIGN TO DISK 'CLIENTES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CLIENTES.

       SELECT COMPROBANTES     ASSIGN TO DISK 'VENTAS-CBTE.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-COMPROBANTES.

       SELECT ALICUOTAS        ASSIGN TO DISK 'VENTAS-ALICUOTAS.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ALICUOTAS.

       SELECT CONTROL-EXP      ASSIGN TO DISK 'REGINFO-CONTROL.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONTROL.
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

       FD EMITIDAS.
       01 REG-EMITIDA.
           05 REG-EMI-NUMERO       PIC 9(08).
           05 REG-EMI-FECHA        PIC 9(08).
           05 REG-EMI-NRO-CUENTA   PIC 9(08).
           05 REG-EMI-PERIODO      PIC X(06).
           05 REG-EMI-TOTAL        PIC 9(08)V9(02).

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

       FD CLIENTES.
       01 REG-CLIENTE.
           05 REG-CLI-NRO          PIC 9(08).
           05 REG-CLI-RAZON        PIC X(30).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

      *COMPROBANTE DEL REGIMEN (266 POSICIONES)
       FD COMPROBANTES.
       01 REG-CBTE.
           05 REG-CBT-FECHA        PIC 9(08).
           05 REG-CBT-TIPO         PIC 9(03).
           05 REG-CBT-PTO-VTA      PIC 9(05).
           05 REG-CBT-NRO-DESDE    PIC 9(20).
           05 REG-CBT-NRO-HASTA    PIC 9(20).
           05 REG-CBT-COD-DOC      PIC 9(02).
           05 REG-CBT-NRO-DOC      PIC 9(20).
           05 REG-CBT-NOMBRE       PIC X(30).
           05 REG-CBT-TOTAL        PIC 9(13)V9(02).
           05 REG-CBT-NO-GRAVADO   PIC 9(13)V9(02).
           05 REG-CBT-PERC-NO-CAT  PIC 9(13)V9(02).
           05 REG-CBT-EXENTO       PIC 9(13)V9(02).
           05 REG-CBT-PERC-NAC     PIC 9(13)V9(02).
           05 REG-CBT-PERC-IIBB    PIC 9(13)V9(02).
           05 REG-CBT-PERC-MUNI    PIC 9(13)V9(02).
           05 REG-CBT-INTERNOS     PIC 9(13)V9(02).
           05 REG-CBT-MONEDA       PIC X(03).
           05 REG-CBT-TIPO-CAMBIO  PIC 9(04)V9(06).
           05 REG-CBT-CANT-ALIC    PIC 9(01).
           05 REG-CBT-COD-OPER     PIC X(01).
           05 REG-CBT-OTROS-TRIB   PIC 9(13)V9(02).
           05 REG-CBT-FECHA-VTO    PIC 9(08).

      *ALICUOTA DE UN COMPROBANTE (62 POSICIONES)
       FD ALICUOTAS.
       01 REG-ALICUOTA.
           05 REG-ALI-TIPO         PIC 9(03).
           05 REG-ALI-PTO-VTA      PIC 9(05).
           05 REG-ALI-NUMERO       PIC 9(20).
           05 REG-ALI-NETO         PIC 9(13)V9(02).
           05 REG-ALI-CODIGO       PIC 9(04).
           05 REG-ALI-IVA          PIC 9(13)V9(02).

       FD CONTROL-EXP.
       01 REG-CONTROL              PIC X(110).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-SERVICIOS         PIC X(02).
           88 WSS-FS-SERVICIOS-OK      VALUE '00'.
           88 WSS-FS-SERVICIOS-EOF     VALUE '10'.

       01 WSS-FS-EMITIDAS          PIC X(02).
           88 WSS-FS-EMITIDAS-OK       VALUE '00' '05'.
           88 WSS-FS-EMITIDAS-EOF      VALUE '10'.

       01 WSS-FS-NOTASCRED         PIC X(02).
           88 WSS-FS-NOTASCRED-OK      VALUE '00' '05'.
           88 WSS-FS-NOTASCRED-EOF     VALUE '10'.

       01 WSS-FS-CLIENTES          PIC X(02).
           88 WSS-FS-CLIENTES-OK       VALUE '00' '05'.
           88 WSS-FS-CLIENTES-EOF      VALUE '10'.

       01 WSS-FS-COMPROBANTES      PIC X(02).
           88 WSS-FS-COMPROBANTES-OK   VALUE '00'.

       01 WSS-FS-ALICUOTAS         PIC X(02).
           88 WSS-FS-ALICUOTAS-OK      VALUE '00'.

       01 WSS-FS-CONTROL           PIC X(02).
           88 WSS-FS-CONTROL-OK        VALUE '00'.

       01 WSV-PERIODO-E            PIC X(06).

      *AUDITORIA DE LA NUMERACION DEL PERIODO
       01  WSC-RUTNUMFA            PIC X(08) VALUE "RUTNUMFA".
       COPY REG-NUMFA.
       01 WSV-SUB-HALL             PIC 9(03).

      *DATOS FIJOS DEL REGIMEN
       01 WSC-PUNTO-VENTA          PIC 9(05) VALUE 1.
       01 WSC-MONEDA               PIC X(03) VALUE 'PES'.
       01 WSC-TIPO-CAMBIO          PIC 9(04)V9(06) VALUE 1.
       01 WSC-DOC-CUIT             PIC 9(02) VALUE 80.
       01 WSC-DOC-SIN-IDENTIFICAR  PIC 9(02) VALUE 99.
      *TIPO DE COMPROBANTE: FACTURA Y NOTA DE CREDITO, LETRAS A Y B
       01 WSC-TIPOS-CBTE.
           05 WSC-FACTURA-A        PIC 9(03) VALUE 001.
           05 WSC-NOTA-CRED-A      PIC 9(03) VALUE 003.
           05 WSC-FACTURA-B        PIC 9(03) VALUE 006.
           05 WSC-NOTA-CRED-B      PIC 9(03) VALUE 008.
      *CODIGO DE ALICUOTA POR TASA (1=0 %, 2=10,5 %, 3=21 %)
       01 WSC-CODIGOS-ALICUOTA.
           05 FILLER               PIC 9(04) VALUE 0003.
           05 FILLER               PIC 9(04) VALUE 0004.
           05 FILLER               PIC 9(04) VALUE 0005.
       01 WST-CODIGOS-ALICUOTA REDEFINES WSC-CODIGOS-ALICUOTA.
           05 WST-COD-ALICUOTA     PIC 9(04) OCCURS 3.

      *CLIENTES
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 200.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE          OCCURS 200 TIMES
                                   INDEXED BY IND-CL.
               10 WST-CL-NRO           PIC 9(08).
               10 WST-CL-RAZON         PIC X(30).
               10 WST-CL-CUIT          PIC X(13).
               10 WST-CL-IVA           PIC X(02).

      *NETOS POR TASA DE CADA CUENTA DEL PERIODO: LOS DE LAS
      *FACTURAS (SIN LINEAS NC) Y LOS DEL LIBRO (TODAS LAS LINEAS,
      *COMO EJES6027)
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS.
           05 WST-CUENTA-ITEM      OCCURS 100 TIMES
                                   INDEXED BY IND-CU.
               10 WST-CU-CUENTA        PIC 9(08).
               10 WST-CU-NETO-FAC      PIC S9(08)V9(02) OCCURS 3.
               10 WST-CU-NETO-LIB      PIC S9(08)V9(02) OCCURS 3.
               10 WST-CU-EXPORTADA     PIC X(01).
                   88 WSS-CU-EXPORTADA         VALUE 'S'.

      *NOTAS DE CREDITO ASENTADAS EN EL PERIODO
       01 WSC-MAX-NOTAS            PIC 9(03) VALUE 100.
       01 WSV-CONT-NOTAS           PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS.
           05 WST-NOTA-ITEM        OCCURS 100 TIMES
                                   INDEXED BY IND-NC.
               10 WST-NC-NUMERO        PIC X(06).

       01  WSC-TASAS.
           05 WSC-TASA-REDUCIDA    PIC 9V9(03) VALUE 0.105.
           05 WSC-TASA-GENERAL     PIC 9V9(03) VALUE 0.210.

      *COMPROBANTE EN ARMADO
       01 WSV-CLASE-CBTE           PIC X(01).
           88 WSS-CLASE-FACTURA        VALUE 'F'.
           88 WSS-CLASE-NOTA           VALUE 'N'.
       01 WSV-CB-NUMERO            PIC 9(08).
       01 WSV-CB-FECHA             PIC 9(08).
       01 WSV-CB-CUENTA            PIC 9(08).
       01 WSV-CB-NETO              PIC S9(08)V9(02) OCCURS 3.
       01 WSV-CB-IVA               PIC S9(08)V9(02) OCCURS 3.
       01 WSV-CB-TOTAL             PIC S9(09)V9(02).
       01 WSV-CANT-ALICUOTAS       PIC 9(01).

      *IDENTIDAD DEL CLIENTE PARA EL REGIMEN
       01 WSV-CUIT-DIGITOS         PIC X(11).
       01 WSV-CUIT-NUMERO REDEFINES WSV-CUIT-DIGITOS
                                   PIC 9(11).
       01 WSV-CONT-DIGITOS         PIC 9(02).
       01 WSV-SUB-CUIT             PIC 9(02).
       01 WSV-CLIENTE-VISTO        PIC X(01).
           88 WSS-CLIENTE-VISTO        VALUE 'S'.

       01 WSV-SUB-TASA             PIC 9(01).
       01 WSV-SUB-CU               PIC 9(03).
       01 WSV-ENCONTRADO           PIC X(01).
           88 WSS-ENCONTRADO           VALUE 'S'.
       01 WSV-CANT-FACTURAS        PIC 9(04) VALUE 0.
       01 WSV-CANT-NOTAS           PIC 9(04) VALUE 0.
       01 WSV-CANT-AVISOS          PIC 9(04) VALUE 0.

      *TOTALES DE CONTROL POR COLUMNA DEL LIBRO (1=EXENTO, 2=NETO
      *10,5, 3=IVA 10,5, 4=NETO 21, 5=IVA 21, 6=TOTAL)
       01 WST-CONTROL.
           05 WST-CTL-FACTURAS     PIC S9(10)V9(02) OCCURS 6.
           05 WST-CTL-NOTAS        PIC S9(10)V9(02) OCCURS 6.
           05 WST-CTL-NETO         PIC S9(10)V9(02) OCCURS 6.
           05 WST-CTL-LIBRO        PIC S9(10)V9(02) OCCURS 6.
           05 WST-CTL-DIFERENCIA   PIC S9(10)V9(02) OCCURS 6.
       01 WSV-SUB-COL              PIC 9(01).
       01 WSV-IVA-RED              PIC S9(08)V9(02).
       01 WSV-IVA-GRAL             PIC S9(08)V9(02).

       01 WSV-LINEA-CONTROL.
           05 WSV-LC-ROTULO        PIC X(20).
           05 WSV-LC-COLUMNA       OCCURS 6.
               10 FILLER               PIC X(02) VALUE SPACES.
               10 WSV-LC-IMPORTE       PIC ---------9.99.

       01 WSV-LINEA-TEXTO          PIC X(110).

       01 WSV-LINEA.
           05 FILLER               PIC X(104) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'INGRESE PERIODO A EXPORTAR (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           INITIALIZE WST-CONTROL
           PERFORM 05000-AUDITAR-NUMERACION
           PERFORM 10000-CARGAR-CLIENTES
           PERFORM 20000-ACUMULAR-SERVICIOS
           OPEN OUTPUT COMPROBANTES
           IF NOT WSS-FS-COMPROBANTES-OK
               DISPLAY 'ERROR EN EL OPEN DE VENTAS-CBTE.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-COMPROBANTES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT ALICUOTAS
           IF NOT WSS-FS-ALICUOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE VENTAS-ALICUOTAS.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-ALICUOTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 30000-EXPORTAR-FACTURAS
           PERFORM 40000-EXPORTAR-NOTAS
           CLOSE COMPROBANTES
           CLOSE ALICUOTAS
           DISPLAY 'EXPORTADAS ' WSV-CANT-FACTURAS ' FACTURA(S) Y '
                   WSV-CANT-NOTAS ' NOTA(S) DE CREDITO'
           IF WSV-CANT-AVISOS > 0
               DISPLAY 'HUBO ' WSV-CANT-AVISOS ' AVISO(S), REVISARLOS '
                       'ANTES DE PRESENTAR'
           END-IF
           PERFORM 50000-EMITIR-CONTROL
           PERFORM FIN-DEL-PROGRAMA.

      *LA NUMERACION DE LAS FACTURAS DEL PERIODO TIENE QUE ESTAR
      *COMPLETA Y SIN REPETIDOS (MISMA AUDITORIA QUE EJES6028)
       05000-AUDITAR-NUMERACION.
           MOVE WSV-PERIODO-E TO REG-NUMFA-PERIODO
           CALL WSC-RUTNUMFA USING REGISTRO-NUMFA
           IF NOT WSS-NUMFA-OK
               DISPLAY WSV-ST-TEXTO-NUMFA
               DISPLAY 'NO SE EXPORTA'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           IF REG-NUMFA-HUECOS-R > 0 OR REG-NUMFA-DUPLIC-R > 0
               PERFORM VARYING WSV-SUB-HALL FROM 1 BY 1
                       UNTIL WSV-SUB-HALL > REG-NUMFA-CONT-HALL-R
                   IF REG-NUMFA-APARIC-R(WSV-SUB-HALL) = 0
                       DISPLAY 'HUECO: FALTA EL NUMERO '
                               REG-NUMFA-NUMERO-R(WSV-SUB-HALL)
                   ELSE
                       DISPLAY 'DUPLICADO: EL NUMERO '
                               REG-NUMFA-NUMERO-R(WSV-SUB-HALL)
                               ' APARECE '
                               REG-NUMFA-APARIC-R(WSV-SUB-HALL)
                               ' VECES'
                   END-IF
               END-PERFORM
               DISPLAY 'LA NUMERACION DEL PERIODO TIENE '
                       REG-NUMFA-HUECOS-R ' HUECO(S) Y '
                       REG-NUMFA-DUPLIC-R ' DUPLICADO(S)'
               DISPLAY 'NO SE EXPORTA HASTA CORREGIRLA (EJES6028)'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           IF REG-NUMFA-CANTIDAD-R = 0
               DISPLAY 'NO HAY FACTURAS EMITIDAS DEL PERIODO '
                       WSV-PERIODO-E ', SOLO SE EXPORTAN NOTAS'
           END-IF.

       10000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-CLIENTE UNTIL WSS-FS-CLIENTES-EOF
           CLOSE CLIENTES.

       11000-LEER-CLIENTE.
           READ CLIENTES
           IF WSS-FS-CLIENTES-OK
               IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CLIENTES LLENA, NO SE EXPORTA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CLIENTES
               SET IND-CL TO WSV-CONT-CLIENTES
               MOVE REG-CLI-NRO TO WST-CL-NRO(IND-CL)
               MOVE REG-CLI-RAZON TO WST-CL-RAZON(IND-CL)
               MOVE REG-CLI-CUIT TO WST-CL-CUIT(IND-CL)
               MOVE REG-CLI-IVA TO WST-CL-IVA(IND-CL)
           END-IF.

      *NETOS POR TASA Y CUENTA DE LAS LINEAS DEL PERIODO Y NUMEROS DE
      *LAS NOTAS DE CREDITO ASENTADAS EN EL
       20000-ACUMULAR-SERVICIOS.
           OPEN INPUT SERVICIOS
           IF NOT WSS-FS-SERVICIOS-OK
               DISPLAY 'NO SE PUDO ABRIR SERVICIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-SERVICIO UNTIL WSS-FS-SERVICIOS-EOF
           CLOSE SERVICIOS.

       21000-LEER-SERVICIO.
           READ SERVICIOS
           IF WSS-FS-SERVICIOS-OK
               IF REG-PERIODO-FACT = WSV-PERIODO-E
                   MOVE REG-NRO-CUENTA TO WSV-CB-CUENTA
                   PERFORM 22000-UBICAR-CUENTA
                   COMPUTE WSV-SUB-TASA = REG-TASA-COD + 1
                   IF WSV-SUB-TASA < 1 OR WSV-SUB-TASA > 3
                       MOVE 1 TO WSV-SUB-TASA
                   END-IF
                   ADD REG-MONTO-FACTURA
                       TO WST-CU-NETO-LIB(IND-CU, WSV-SUB-TASA)
                   IF REG-COD-SERVICIO = 'NC '
                       PERFORM 23000-GUARDAR-NOTA
                   ELSE
                       ADD REG-MONTO-FACTURA
                           TO WST-CU-NETO-FAC(IND-CU, WSV-SUB-TASA)
                   END-IF
               END-IF
           END-IF.

      *DEJA IND-CU EN LA CUENTA WSV-CB-CUENTA, AGREGANDOLA SI NO ESTA
       22000-UBICAR-CUENTA.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-CU FROM 1 BY 1
                   UNTIL IND-CU > WSV-CONT-CUENTAS
                       OR WSS-ENCONTRADO
               IF WST-CU-CUENTA(IND-CU) = WSV-CB-CUENTA
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-CU DOWN BY 1
           ELSE
               IF WSV-CONT-CUENTAS >= WSC-MAX-CUENTAS
                   DISPLAY 'TABLA DE CUENTAS LLENA, NO SE EXPORTA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CUENTAS
               SET IND-CU TO WSV-CONT-CUENTAS
               MOVE WSV-CB-CUENTA TO WST-CU-CUENTA(IND-CU)
               MOVE 'N' TO WST-CU-EXPORTADA(IND-CU)
               PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                       UNTIL WSV-SUB-TASA > 3
                   MOVE 0 TO WST-CU-NETO-FAC(IND-CU, WSV-SUB-TASA)
                   MOVE 0 TO WST-CU-NETO-LIB(IND-CU, WSV-SUB-TASA)
               END-PERFORM
           END-IF.

      *UNA NOTA DEJA UNA LINEA POR TASA; EL NUMERO SE GUARDA UNA VEZ
       23000-GUARDAR-NOTA.
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
                   DISPLAY 'TABLA DE NOTAS DE CREDITO LLENA, NO SE '
                           'EXPORTA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-NOTAS
               SET IND-NC TO WSV-CONT-NOTAS
               MOVE REG-DESCRIP-NRO-NC TO WST-NC-NUMERO(IND-NC)
           END-IF.

      *UNA LINEA POR FACTURA DEL PERIODO CON LOS NETOS DE SUS LINEAS
      *Y EL IVA DE CADA TASA CALCULADO COMO EN LA FACTURA (EJES6017)
       30000-EXPORTAR-FACTURAS.
           OPEN INPUT EMITIDAS
           IF NOT WSS-FS-EMITIDAS-OK
               DISPLAY 'NO SE PUDO ABRIR FACTEMIT.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EMITIDAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-FACTURA UNTIL WSS-FS-EMITIDAS-EOF
           CLOSE EMITIDAS.

       31000-LEER-FACTURA.
           READ EMITIDAS
           IF WSS-FS-EMITIDAS-OK
               IF REG-EMI-PERIODO = WSV-PERIODO-E
                   PERFORM 32000-EXPORTAR-UNA-FACTURA
               END-IF
           END-IF.

       32000-EXPORTAR-UNA-FACTURA.
           SET WSS-CLASE-FACTURA TO TRUE
           MOVE REG-EMI-NUMERO TO WSV-CB-NUMERO
           MOVE REG-EMI-FECHA TO WSV-CB-FECHA
           MOVE REG-EMI-NRO-CUENTA TO WSV-CB-CUENTA
           PERFORM 22000-UBICAR-CUENTA
           IF WSS-CU-EXPORTADA(IND-CU)
               DISPLAY 'AVISO: LA FACTURA ' REG-EMI-NUMERO
                       ' REPITE CUENTA Y PERIODO DE OTRA, SALE CON '
                       'LOS MISMOS IMPORTES'
               ADD 1 TO WSV-CANT-AVISOS
           END-IF
           SET WSS-CU-EXPORTADA(IND-CU) TO TRUE
           PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                   UNTIL WSV-SUB-TASA > 3
               MOVE WST-CU-NETO-FAC(IND-CU, WSV-SUB-TASA)
                   TO WSV-CB-NETO(WSV-SUB-TASA)
           END-PERFORM
           MOVE 0 TO WSV-CB-IVA(1)
           COMPUTE WSV-CB-IVA(2) ROUNDED =
                   WSV-CB-NETO(2) * WSC-TASA-REDUCIDA
           COMPUTE WSV-CB-IVA(3) ROUNDED =
                   WSV-CB-NETO(3) * WSC-TASA-GENERAL
           PERFORM 60000-GRABAR-COMPROBANTE
           ADD 1 TO WSV-CANT-FACTURAS
           ADD WSV-CB-NETO(1) TO WST-CTL-FACTURAS(1)
           ADD WSV-CB-NETO(2) TO WST-CTL-FACTURAS(2)
           ADD WSV-CB-IVA(2) TO WST-CTL-FACTURAS(3)
           ADD WSV-CB-NETO(3) TO WST-CTL-FACTURAS(4)
           ADD WSV-CB-IVA(3) TO WST-CTL-FACTURAS(5)
           ADD WSV-CB-TOTAL TO WST-CTL-FACTURAS(6).

      *UNA LINEA POR NOTA DE CREDITO ASENTADA EN EL PERIODO, CON LOS
      *IMPORTES CON QUE SE EMITIO
       40000-EXPORTAR-NOTAS.
           IF WSV-CONT-NOTAS > 0
               OPEN INPUT NOTAS-CREDITO
               IF NOT WSS-FS-NOTASCRED-OK
                   DISPLAY 'NO SE PUDO ABRIR NOTACRED.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 41000-LEER-NOTA UNTIL WSS-FS-NOTASCRED-EOF
               CLOSE NOTAS-CREDITO
           END-IF.

       41000-LEER-NOTA.
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
                   PERFORM 42000-EXPORTAR-UNA-NOTA
               END-IF
           END-IF.

       42000-EXPORTAR-UNA-NOTA.
           SET WSS-CLASE-NOTA TO TRUE
           MOVE REG-NCR-NUMERO TO WSV-CB-NUMERO
           MOVE REG-NCR-FECHA TO WSV-CB-FECHA
           MOVE REG-NCR-NRO-CUENTA TO WSV-CB-CUENTA
           MOVE REG-NCR-NETO-EXENTO TO WSV-CB-NETO(1)
           MOVE REG-NCR-NETO-RED TO WSV-CB-NETO(2)
           MOVE REG-NCR-NETO-GRAL TO WSV-CB-NETO(3)
           MOVE 0 TO WSV-CB-IVA(1)
           MOVE REG-NCR-IVA-RED TO WSV-CB-IVA(2)
           MOVE REG-NCR-IVA-GRAL TO WSV-CB-IVA(3)
           PERFORM 60000-GRABAR-COMPROBANTE
           ADD 1 TO WSV-CANT-NOTAS
           ADD WSV-CB-NETO(1) TO WST-CTL-NOTAS(1)
           ADD WSV-CB-NETO(2) TO WST-CTL-NOTAS(2)
           ADD WSV-CB-IVA(2) TO WST-CTL-NOTAS(3)
           ADD WSV-CB-NETO(3) TO WST-CTL-NOTAS(4)
           ADD WSV-CB-IVA(3) TO WST-CTL-NOTAS(5)
           ADD WSV-CB-TOTAL TO WST-CTL-NOTAS(6).

      *TOTALES EXPORTADOS (FACTURAS MENOS NOTAS) CONTRA EL LIBRO IVA
      *VENTAS DEL PERIODO, CALCULADO COMO EN EJES6027
       50000-EMITIR-CONTROL.
           PERFORM VARYING WSV-SUB-CU FROM 1 BY 1
                   UNTIL WSV-SUB-CU > WSV-CONT-CUENTAS
               SET IND-CU TO WSV-SUB-CU
               COMPUTE WSV-IVA-RED ROUNDED =
                       WST-CU-NETO-LIB(IND-CU, 2) * WSC-TASA-REDUCIDA
               COMPUTE WSV-IVA-GRAL ROUNDED =
                       WST-CU-NETO-LIB(IND-CU, 3) * WSC-TASA-GENERAL
               ADD WST-CU-NETO-LIB(IND-CU, 1) TO WST-CTL-LIBRO(1)
               ADD WST-CU-NETO-LIB(IND-CU, 2) TO WST-CTL-LIBRO(2)
               ADD WSV-IVA-RED TO WST-CTL-LIBRO(3)
               ADD WST-CU-NETO-LIB(IND-CU, 3) TO WST-CTL-LIBRO(4)
               ADD WSV-IVA-GRAL TO WST-CTL-LIBRO(5)
               COMPUTE WST-CTL-LIBRO(6) = WST-CTL-LIBRO(6) +
                       WST-CU-NETO-LIB(IND-CU, 1) +
                       WST-CU-NETO-LIB(IND-CU, 2) + WSV-IVA-RED +
                       WST-CU-NETO-LIB(IND-CU, 3) + WSV-IVA-GRAL
           END-PERFORM
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               COMPUTE WST-CTL-NETO(WSV-SUB-COL) =
                       WST-CTL-FACTURAS(WSV-SUB-COL) -
                       WST-CTL-NOTAS(WSV-SUB-COL)
               COMPUTE WST-CTL-DIFERENCIA(WSV-SUB-COL) =
                       WST-CTL-NETO(WSV-SUB-COL) -
                       WST-CTL-LIBRO(WSV-SUB-COL)
           END-PERFORM
           OPEN OUTPUT CONTROL-EXP
           IF NOT WSS-FS-CONTROL-OK
               DISPLAY 'ERROR EN EL OPEN DE REGINFO-CONTROL.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE SPACES TO WSV-LINEA-TEXTO
           STRING 'REGIMEN DE INFORMACION DE VENTAS - PERIODO '
                   WSV-PERIODO-E ' - TOTALES DE CONTROL'
               DELIMITED BY SIZE INTO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE SPACES TO WSV-LINEA-TEXTO
           MOVE '        EXENTO     NETO 10,5      IVA 10,5'
               TO WSV-LINEA-TEXTO(21:42)
           MOVE '       NETO 21        IVA 21         TOTAL'
               TO WSV-LINEA-TEXTO(63:42)
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'FACTURAS' TO WSV-LC-ROTULO
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               MOVE WST-CTL-FACTURAS(WSV-SUB-COL)
                   TO WSV-LC-IMPORTE(WSV-SUB-COL)
           END-PERFORM
           PERFORM 91000-ESCRIBIR-CONTROL
           MOVE 'NOTAS DE CREDITO' TO WSV-LC-ROTULO
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               MOVE WST-CTL-NOTAS(WSV-SUB-COL)
                   TO WSV-LC-IMPORTE(WSV-SUB-COL)
           END-PERFORM
           PERFORM 91000-ESCRIBIR-CONTROL
           MOVE 'EXPORTADO NETO' TO WSV-LC-ROTULO
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               MOVE WST-CTL-NETO(WSV-SUB-COL)
                   TO WSV-LC-IMPORTE(WSV-SUB-COL)
           END-PERFORM
           PERFORM 91000-ESCRIBIR-CONTROL
           MOVE 'LIBRO IVA VENTAS' TO WSV-LC-ROTULO
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               MOVE WST-CTL-LIBRO(WSV-SUB-COL)
                   TO WSV-LC-IMPORTE(WSV-SUB-COL)
           END-PERFORM
           PERFORM 91000-ESCRIBIR-CONTROL
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'DIFERENCIA' TO WSV-LC-ROTULO
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > 6
               MOVE WST-CTL-DIFERENCIA(WSV-SUB-COL)
                   TO WSV-LC-IMPORTE(WSV-SUB-COL)
           END-PERFORM
           PERFORM 91000-ESCRIBIR-CONTROL
           MOVE SPACES TO WSV-LINEA-TEXTO
           MOVE 'EL IVA DEL LIBRO SE REDONDEA POR CUENTA SOBRE EL NETO '
               TO WSV-LINEA-TEXTO(1:54)
           MOVE 'DE LAS NOTAS: PUEDE DIFERIR EN CENTAVOS DEL EXPORTADO.'
               TO WSV-LINEA-TEXTO(55:54)
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE SPACES TO WSV-LINEA-TEXTO
           MOVE 'UNA DIFERENCIA EN LOS NETOS ES FACTURACION DEL '
               TO WSV-LINEA-TEXTO(1:47)
           MOVE 'PERIODO SIN FACTURA EMITIDA (EJES6017).'
               TO WSV-LINEA-TEXTO(48:39)
           PERFORM 90000-ESCRIBIR-LINEA
           CLOSE CONTROL-EXP.

      *ARMA Y GRABA EL COMPROBANTE Y SUS ALICUOTAS, CON LA IDENTIDAD
      *DEL CLIENTE Y LA LETRA SEGUN SU CONDICION DE IVA
       60000-GRABAR-COMPROBANTE.
           COMPUTE WSV-CB-TOTAL = WSV-CB-NETO(1) + WSV-CB-NETO(2) +
                   WSV-CB-NETO(3) + WSV-CB-IVA(2) + WSV-CB-IVA(3)
           MOVE ZEROS TO REG-CBTE
           MOVE WSV-CB-FECHA TO REG-CBT-FECHA
           MOVE WSC-PUNTO-VENTA TO REG-CBT-PTO-VTA
           MOVE WSV-CB-NUMERO TO REG-CBT-NRO-DESDE
           MOVE WSV-CB-NUMERO TO REG-CBT-NRO-HASTA
           PERFORM 61000-IDENTIFICAR-CLIENTE
           MOVE WSV-CB-TOTAL TO REG-CBT-TOTAL
           MOVE WSV-CB-NETO(1) TO REG-CBT-EXENTO
           MOVE WSC-MONEDA TO REG-CBT-MONEDA
           MOVE WSC-TIPO-CAMBIO TO REG-CBT-TIPO-CAMBIO
           MOVE 0 TO WSV-CANT-ALICUOTAS
           IF WSV-CB-NETO(2) NOT = 0
               ADD 1 TO WSV-CANT-ALICUOTAS
           END-IF
           IF WSV-CB-NETO(3) NOT = 0
               ADD 1 TO WSV-CANT-ALICUOTAS
           END-IF
           IF WSV-CANT-ALICUOTAS = 0
               MOVE 1 TO REG-CBT-CANT-ALIC
               MOVE 'E' TO REG-CBT-COD-OPER
           ELSE
               MOVE WSV-CANT-ALICUOTAS TO REG-CBT-CANT-ALIC
               MOVE '0' TO REG-CBT-COD-OPER
           END-IF
           WRITE REG-CBTE
           IF NOT WSS-FS-COMPROBANTES-OK
               DISPLAY 'ERROR EN EL WRITE DE VENTAS-CBTE.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-COMPROBANTES
           END-IF
           IF WSV-CANT-ALICUOTAS = 0
               MOVE 1 TO WSV-SUB-TASA
               PERFORM 62000-GRABAR-ALICUOTA
           ELSE
               PERFORM VARYING WSV-SUB-TASA FROM 2 BY 1
                       UNTIL WSV-SUB-TASA > 3
                   IF WSV-CB-NETO(WSV-SUB-TASA) NOT = 0
                       PERFORM 62000-GRABAR-ALICUOTA
                   END-IF
               END-PERFORM
           END-IF.

      *CUIT DE 11 DIGITOS SIN GUIONES; SIN CLIENTE O SIN CUIT VALIDO
      *SALE COMO SIN IDENTIFICAR, LETRA B
       61000-IDENTIFICAR-CLIENTE.
           MOVE 'N' TO WSV-CLIENTE-VISTO
           PERFORM VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > WSV-CONT-CLIENTES
                       OR WSS-CLIENTE-VISTO
               IF WST-CL-NRO(IND-CL) = WSV-CB-CUENTA
                   SET WSS-CLIENTE-VISTO TO TRUE
               END-IF
           END-PERFORM
           MOVE WSC-DOC-SIN-IDENTIFICAR TO REG-CBT-COD-DOC
           MOVE 0 TO REG-CBT-NRO-DOC
           MOVE 'SIN IDENTIFICAR' TO REG-CBT-NOMBRE
           IF WSS-CLIENTE-VISTO
               SET IND-CL DOWN BY 1
               MOVE WST-CL-RAZON(IND-CL) TO REG-CBT-NOMBRE
               MOVE ZEROS TO WSV-CUIT-DIGITOS
               MOVE 0 TO WSV-CONT-DIGITOS
               PERFORM VARYING WSV-SUB-CUIT FROM 1 BY 1
                       UNTIL WSV-SUB-CUIT > 13
                   IF WST-CL-CUIT(IND-CL)(WSV-SUB-CUIT:1) IS NUMERIC
                           AND WSV-CONT-DIGITOS < 11
                       ADD 1 TO WSV-CONT-DIGITOS
                       MOVE WST-CL-CUIT(IND-CL)(WSV-SUB-CUIT:1)
                           TO WSV-CUIT-DIGITOS(WSV-CONT-DIGITOS:1)
                   END-IF
               END-PERFORM
               IF WSV-CONT-DIGITOS = 11
                   MOVE WSC-DOC-CUIT TO REG-CBT-COD-DOC
                   MOVE WSV-CUIT-NUMERO TO REG-CBT-NRO-DOC
               ELSE
                   IF WST-CL-IVA(IND-CL) NOT = 'CF'
                       DISPLAY 'AVISO: LA CUENTA ' WSV-CB-CUENTA
                               ' NO TIENE UN CUIT VALIDO, SALE SIN '
                               'IDENTIFICAR'
                       ADD 1 TO WSV-CANT-AVISOS
                   END-IF
               END-IF
           ELSE
               DISPLAY 'AVISO: LA CUENTA ' WSV-CB-CUENTA
                       ' NO ESTA EN CLIENTES.DAT, SALE SIN IDENTIFICAR'
               ADD 1 TO WSV-CANT-AVISOS
           END-IF
           EVALUATE TRUE
               WHEN WSS-CLIENTE-VISTO AND WST-CL-IVA(IND-CL) = 'RI'
                       AND WSS-CLASE-FACTURA
                   MOVE WSC-FACTURA-A TO REG-CBT-TIPO
               WHEN WSS-CLIENTE-VISTO AND WST-CL-IVA(IND-CL) = 'RI'
                   MOVE WSC-NOTA-CRED-A TO REG-CBT-TIPO
               WHEN WSS-CLASE-FACTURA
                   MOVE WSC-FACTURA-B TO REG-CBT-TIPO
               WHEN OTHER
                   MOVE WSC-NOTA-CRED-B TO REG-CBT-TIPO
           END-EVALUATE.

       62000-GRABAR-ALICUOTA.
           MOVE REG-CBT-TIPO TO REG-ALI-TIPO
           MOVE WSC-PUNTO-VENTA TO REG-ALI-PTO-VTA
           MOVE WSV-CB-NUMERO TO REG-ALI-NUMERO
           MOVE WSV-CB-NETO(WSV-SUB-TASA) TO REG-ALI-NETO
           MOVE WST-COD-ALICUOTA(WSV-SUB-TASA) TO REG-ALI-CODIGO
           MOVE WSV-CB-IVA(WSV-SUB-TASA) TO REG-ALI-IVA
           IF WSV-SUB-TASA = 1
               MOVE 0 TO REG-ALI-NETO
           END-IF
           WRITE REG-ALICUOTA
           IF NOT WSS-FS-ALICUOTAS-OK
               DISPLAY 'ERROR EN EL WRITE DE VENTAS-ALICUOTAS.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-ALICUOTAS
           END-IF.

       90000-ESCRIBIR-LINEA.
           DISPLAY WSV-LINEA-TEXTO
           MOVE WSV-LINEA-TEXTO TO REG-CONTROL
           WRITE REG-CONTROL
           IF NOT WSS-FS-CONTROL-OK
               DISPLAY 'ERROR EN EL WRITE DE REGINFO-CONTROL.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
           END-IF.

       91000-ESCRIBIR-CONTROL.
           MOVE WSV-LINEA-CONTROL TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
