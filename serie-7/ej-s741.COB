      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Carga de las facturas de compra de proveedores en
      *COMPRAS.DAT, para armar el libro IVA compras (EJES6046) y la
      *posicion mensual de IVA (EJES6047) dentro del sistema en vez
      *de la caja de comprobantes del contador. Por factura: CUIT y
      *razon social del proveedor, tipo (A, B, C), punto de venta y
      *numero, fecha, periodo de imputacion (AAAAMM, por defecto el
      *de la fecha), neto por tasa (0 exento, 1 10,5 %, 2 21 %, el
      *esquema de EJE190S1), IVA de cada tasa y total. El IVA se
      *calcula y se puede tomar el de la factura si difiere en
      *centavos por redondeo. Las facturas B y C no discriminan IVA:
      *su total va a la columna exento y no dan credito fiscal. Se
      *rechaza una factura ya cargada del mismo proveedor, tipo,
      *punto de venta y numero.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6045.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL COMPRAS ASSIGN TO DISK 'COMPRAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-COMPRAS.
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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-COMPRAS           PIC X(02).
           88 WSS-FS-COMPRAS-OK        VALUE '00' '05'.
           88 WSS-FS-COMPRAS-EOF       VALUE '10'.

       01 WSV-CONT-COMPRAS         PIC S9(4) COMP.
       01 WSC-MAX-COMPRAS          PIC 9(03) VALUE 500.

       01 WST-COMPRAS.
           05 WST-COMPRA           OCCURS 500 TIMES INDEXED BY IND.
               10 WST-CP-REGISTRO      PIC X(125).
               10 WST-CP-BAJA          PIC X(01) VALUE 'N'.
                   88 WSS-COMPRA-DE-BAJA       VALUE 'S'.

      *VISTA DE UNA FACTURA DE LA TABLA
       01 WSV-COMPRA.
           05 WSV-CP-CUIT          PIC X(13).
           05 WSV-CP-RAZON         PIC X(30).
           05 WSV-CP-TIPO          PIC X(01).
           05 WSV-CP-PTO-VTA       PIC 9(04).
           05 WSV-CP-NUMERO        PIC 9(08).
           05 WSV-CP-FECHA         PIC 9(08).
           05 WSV-CP-PERIODO       PIC X(06).
           05 WSV-CP-NETO          PIC 9(07)V9(02) OCCURS 3.
           05 WSV-CP-IVA-RED       PIC 9(07)V9(02).
           05 WSV-CP-IVA-GRAL      PIC 9(07)V9(02).
           05 WSV-CP-TOTAL         PIC 9(08)V9(02).

       01 WSV-BUSQUEDA             PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.

       01 WSV-CUIT-E               PIC X(13).
       01 WSV-TIPO-E               PIC X(01).
           88 WSS-TIPO-VALIDO          VALUE 'A' 'B' 'C'.
           88 WSS-TIPO-DISCRIMINA      VALUE 'A'.
       01 WSV-PTO-VTA-E            PIC 9(04).
       01 WSV-NUMERO-E             PIC 9(08).
       01 WSV-FECHA-E              PIC 9(08).
       01 WSV-PERIODO-E            PIC X(06).
       01 WSV-IVA-E                PIC 9(07)V9(02).
       01 WSV-IVA-CALC             PIC 9(07)V9(02).
       01 WSV-DIFERENCIA           PIC S9(07)V9(02).
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CONT-CAMBIOS         PIC S9(4) COMP VALUE 0.
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA-SI          VALUE 'S' 's'.

       01  WSC-TASAS.
           05 WSC-TASA-REDUCIDA    PIC 9V9(03) VALUE 0.105.
           05 WSC-TASA-GENERAL     PIC 9V9(03) VALUE 0.210.
      *DIFERENCIA ADMITIDA ENTRE EL IVA DE LA FACTURA Y EL CALCULADO
       01 WSC-TOLERANCIA-IVA       PIC 9V9(02) VALUE 1.00.

       01 WSC-ROTULOS-TASA.
           05 FILLER               PIC X(12) VALUE 'EXENTO      '.
           05 FILLER               PIC X(12) VALUE 'IVA 10,5 %  '.
           05 FILLER               PIC X(12) VALUE 'IVA 21 %    '.
       01 WST-ROTULOS-TASA REDEFINES WSC-ROTULOS-TASA.
           05 WST-ROTULO-TASA      PIC X(12) OCCURS 3.
       01 WSV-SUB-TASA             PIC 9(01).

       01 WSV-MONTO-EDIT           PIC ZZZZZZ9.99.
       01 WSV-TOTAL-EDIT           PIC ZZZZZZZ9.99.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6045' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
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

      *PERMISO DEL ROL DEL OPERADOR PARA LA ACCION DE LA OPCION
      *ELEGIDA; EL RECHAZO QUEDA EN PERMISOS-LOG.DAT
       02100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-COMPRAS
           OPEN INPUT COMPRAS
           IF NOT WSS-FS-COMPRAS-OK
               DISPLAY 'ERROR EN EL OPEN DE COMPRAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-COMPRAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-COMPRAS-EOF
           CLOSE COMPRAS.

       11000-LEER-Y-CARGAR.
           READ COMPRAS
           IF WSS-FS-COMPRAS-OK
               IF WSV-CONT-COMPRAS >= WSC-MAX-COMPRAS
                   DISPLAY 'TABLA DE COMPRAS LLENA, NO SE PUEDE '
                           'TRABAJAR SIN PERDER FACTURAS'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-COMPRAS
               SET IND TO WSV-CONT-COMPRAS
               MOVE REG-COMPRA TO WST-CP-REGISTRO(IND)
               MOVE 'N' TO WST-CP-BAJA(IND)
           END-IF.

       20000-MENU.
           DISPLAY '1. AGREGAR UNA FACTURA DE COMPRA'
           DISPLAY '2. ELIMINAR UNA FACTURA DE COMPRA'
           DISPLAY '3. LISTAR LAS FACTURAS DE UN PERIODO'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-FACTURA
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-ELIMINAR-FACTURA
                   END-IF
               WHEN 3 PERFORM 23000-LISTAR-PERIODO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

       21000-AGREGAR-FACTURA.
           IF WSV-CONT-COMPRAS >= WSC-MAX-COMPRAS
               DISPLAY 'TABLA DE COMPRAS LLENA, NO SE PUEDE AGREGAR'
           ELSE
               PERFORM 26000-PEDIR-CLAVE
               PERFORM 27000-BUSCAR-FACTURA
               IF WSS-BUSQUEDA-OK
                   MOVE WST-CP-REGISTRO(IND) TO WSV-COMPRA
                   DISPLAY 'FACTURA YA CARGADA: ' WSV-CP-RAZON
                           ' DEL ' WSV-CP-FECHA ' PERIODO '
                           WSV-CP-PERIODO
               ELSE
                   PERFORM 25000-PEDIR-DATOS
                   PERFORM 28000-MOSTRAR-FACTURA
                   DISPLAY 'CONFIRMA LA CARGA (S/N)? '
                   MOVE SPACE TO WSV-CONFIRMA
                   ACCEPT WSV-CONFIRMA
                   IF WSS-CONFIRMA-SI
                       ADD 1 TO WSV-CONT-COMPRAS
                       SET IND TO WSV-CONT-COMPRAS
                       MOVE WSV-COMPRA TO WST-CP-REGISTRO(IND)
                       MOVE 'N' TO WST-CP-BAJA(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'FACTURA AGREGADA'
                   ELSE
                       DISPLAY 'FACTURA NO CARGADA'
                   END-IF
               END-IF
           END-IF.

      *PIDE EL RESTO DE LA FACTURA; CON TIPO A EL NETO POR TASA Y EL
      *IVA, CON B Y C SOLO EL TOTAL, QUE VA A LA COLUMNA EXENTO
       25000-PEDIR-DATOS.
           MOVE WSV-CUIT-E TO WSV-CP-CUIT
           MOVE WSV-TIPO-E TO WSV-CP-TIPO
           MOVE WSV-PTO-VTA-E TO WSV-CP-PTO-VTA
           MOVE WSV-NUMERO-E TO WSV-CP-NUMERO
           DISPLAY 'RAZON SOCIAL DEL PROVEEDOR: '
           ACCEPT WSV-CP-RAZON
           MOVE 0 TO WSV-FECHA-E
           PERFORM UNTIL WSV-FECHA-E(5:2) >= '01'
                       AND WSV-FECHA-E(5:2) <= '12'
                       AND WSV-FECHA-E(7:2) >= '01'
                       AND WSV-FECHA-E(7:2) <= '31'
               DISPLAY 'FECHA DE LA FACTURA (AAAAMMDD): '
               ACCEPT WSV-FECHA-E
           END-PERFORM
           MOVE WSV-FECHA-E TO WSV-CP-FECHA
           DISPLAY 'PERIODO DE IMPUTACION (AAAAMM, BLANCO = '
                   WSV-FECHA-E(1:6) '): '
           MOVE SPACES TO WSV-PERIODO-E
           ACCEPT WSV-PERIODO-E
           IF WSV-PERIODO-E = SPACES
               MOVE WSV-FECHA-E(1:6) TO WSV-CP-PERIODO
           ELSE
               MOVE WSV-PERIODO-E TO WSV-CP-PERIODO
           END-IF
           MOVE 0 TO WSV-CP-IVA-RED
           MOVE 0 TO WSV-CP-IVA-GRAL
           PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                   UNTIL WSV-SUB-TASA > 3
               MOVE 0 TO WSV-CP-NETO(WSV-SUB-TASA)
           END-PERFORM
           IF WSS-TIPO-DISCRIMINA
               PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                       UNTIL WSV-SUB-TASA > 3
                   DISPLAY 'NETO ' WST-ROTULO-TASA(WSV-SUB-TASA)
                           ' (0 = NADA): '
                   ACCEPT WSV-CP-NETO(WSV-SUB-TASA)
               END-PERFORM
               IF WSV-CP-NETO(2) > 0
                   COMPUTE WSV-IVA-CALC ROUNDED =
                           WSV-CP-NETO(2) * WSC-TASA-REDUCIDA
                   PERFORM 25100-PEDIR-IVA
                   MOVE WSV-IVA-E TO WSV-CP-IVA-RED
               END-IF
               IF WSV-CP-NETO(3) > 0
                   COMPUTE WSV-IVA-CALC ROUNDED =
                           WSV-CP-NETO(3) * WSC-TASA-GENERAL
                   PERFORM 25100-PEDIR-IVA
                   MOVE WSV-IVA-E TO WSV-CP-IVA-GRAL
               END-IF
           ELSE
               DISPLAY 'TOTAL DE LA FACTURA: '
               ACCEPT WSV-CP-NETO(1)
           END-IF
           COMPUTE WSV-CP-TOTAL = WSV-CP-NETO(1) + WSV-CP-NETO(2) +
                   WSV-CP-NETO(3) + WSV-CP-IVA-RED + WSV-CP-IVA-GRAL.

      *EL IVA DE LA FACTURA PUEDE DIFERIR EN CENTAVOS DEL CALCULADO
      *POR EL REDONDEO DEL PROVEEDOR; UNA DIFERENCIA MAYOR ES UN
      *ERROR DE TIPEO Y SE TOMA EL CALCULADO
       25100-PEDIR-IVA.
           MOVE WSV-IVA-CALC TO WSV-MONTO-EDIT
           DISPLAY 'IVA CALCULADO ' WSV-MONTO-EDIT
           DISPLAY 'IVA DE LA FACTURA (0 = EL CALCULADO): '
           ACCEPT WSV-IVA-E
           IF WSV-IVA-E = 0
               MOVE WSV-IVA-CALC TO WSV-IVA-E
           ELSE
               COMPUTE WSV-DIFERENCIA = WSV-IVA-E - WSV-IVA-CALC
               IF WSV-DIFERENCIA > WSC-TOLERANCIA-IVA
                       OR WSV-DIFERENCIA < 0 - WSC-TOLERANCIA-IVA
                   DISPLAY 'DIFIERE EN MAS DE 1,00 DEL CALCULADO, '
                           'SE TOMA EL CALCULADO'
                   MOVE WSV-IVA-CALC TO WSV-IVA-E
               END-IF
           END-IF.

       22000-ELIMINAR-FACTURA.
           PERFORM 26000-PEDIR-CLAVE
           PERFORM 27000-BUSCAR-FACTURA
           IF WSS-BUSQUEDA-OK
               MOVE WST-CP-REGISTRO(IND) TO WSV-COMPRA
               PERFORM 28000-MOSTRAR-FACTURA
               DISPLAY 'CONFIRMA LA BAJA (S/N)? '
               MOVE SPACE TO WSV-CONFIRMA
               ACCEPT WSV-CONFIRMA
               IF WSS-CONFIRMA-SI
                   MOVE 'S' TO WST-CP-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'FACTURA ELIMINADA'
               END-IF
           ELSE
               DISPLAY 'NO EXISTE ESA FACTURA'
           END-IF.

       23000-LISTAR-PERIODO.
           DISPLAY 'PERIODO A LISTAR (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-COMPRAS
               MOVE WST-CP-REGISTRO(IND) TO WSV-COMPRA
               IF NOT WSS-COMPRA-DE-BAJA(IND)
                       AND WSV-CP-PERIODO = WSV-PERIODO-E
                   MOVE WSV-CP-TOTAL TO WSV-TOTAL-EDIT
                   DISPLAY WSV-CP-FECHA ' ' WSV-CP-TIPO ' '
                           WSV-CP-PTO-VTA '-' WSV-CP-NUMERO ' '
                           WSV-CP-CUIT ' ' WSV-CP-RAZON(1:20) ' '
                           WSV-TOTAL-EDIT
               END-IF
           END-PERFORM.

      *CLAVE DE LA FACTURA: PROVEEDOR, TIPO, PUNTO DE VENTA Y NUMERO
       26000-PEDIR-CLAVE.
           DISPLAY 'CUIT DEL PROVEEDOR (NN-NNNNNNNN-N): '
           ACCEPT WSV-CUIT-E
           MOVE SPACE TO WSV-TIPO-E
           PERFORM UNTIL WSS-TIPO-VALIDO
               DISPLAY 'TIPO DE FACTURA (A/B/C): '
               ACCEPT WSV-TIPO-E
           END-PERFORM
           DISPLAY 'PUNTO DE VENTA: '
           ACCEPT WSV-PTO-VTA-E
           DISPLAY 'NUMERO: '
           ACCEPT WSV-NUMERO-E.

       27000-BUSCAR-FACTURA.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-COMPRAS
                       OR WSS-BUSQUEDA-OK
               MOVE WST-CP-REGISTRO(IND) TO WSV-COMPRA
               IF WSV-CP-CUIT = WSV-CUIT-E
                       AND WSV-CP-TIPO = WSV-TIPO-E
                       AND WSV-CP-PTO-VTA = WSV-PTO-VTA-E
                       AND WSV-CP-NUMERO = WSV-NUMERO-E
                       AND NOT WSS-COMPRA-DE-BAJA(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

       28000-MOSTRAR-FACTURA.
           DISPLAY WSV-CP-RAZON ' ' WSV-CP-TIPO ' ' WSV-CP-PTO-VTA
                   '-' WSV-CP-NUMERO ' PERIODO ' WSV-CP-PERIODO
           PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                   UNTIL WSV-SUB-TASA > 3
               IF WSV-CP-NETO(WSV-SUB-TASA) > 0
                   MOVE WSV-CP-NETO(WSV-SUB-TASA) TO WSV-MONTO-EDIT
                   DISPLAY WST-ROTULO-TASA(WSV-SUB-TASA) ' NETO '
                           WSV-MONTO-EDIT
               END-IF
           END-PERFORM
           IF WSV-CP-IVA-RED > 0
               MOVE WSV-CP-IVA-RED TO WSV-MONTO-EDIT
               DISPLAY WST-ROTULO-TASA(2) ' IVA  ' WSV-MONTO-EDIT
           END-IF
           IF WSV-CP-IVA-GRAL > 0
               MOVE WSV-CP-IVA-GRAL TO WSV-MONTO-EDIT
               DISPLAY WST-ROTULO-TASA(3) ' IVA  ' WSV-MONTO-EDIT
           END-IF
           MOVE WSV-CP-TOTAL TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL                  ' WSV-TOTAL-EDIT.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT COMPRAS
               IF NOT WSS-FS-COMPRAS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE COMPRAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-COMPRAS
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-COMPRAS
                       IF NOT WSS-COMPRA-DE-BAJA(IND)
                           MOVE WST-CP-REGISTRO(IND) TO REG-COMPRA
                           WRITE REG-COMPRA
                           IF NOT WSS-FS-COMPRAS-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
                                       'COMPRAS'
                               DISPLAY 'FILE STATUS '
                                       WSS-FS-COMPRAS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE COMPRAS
                   DISPLAY 'CAMBIOS GRABADOS EN COMPRAS.DAT'
               END-IF
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
