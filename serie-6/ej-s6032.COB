      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento de los abonos ABONOS.DAT: los
      *servicios fijos que una cuenta paga todos los meses (cuenta,
      *codigo de servicio de CODSERV.DAT, cantidad, importe unitario,
      *periodo desde y hasta AAAAMM, estado V vigente, S suspendido
      *o B de baja). Alta validando la cuenta contra CLIENTES.DAT y
      *el codigo contra el catalogo, rechazando un abono repetido
      *para la misma cuenta y codigo; modificacion, baja (queda con
      *estado B para la historia) y listado. EJES6033 factura en
      *SERVICIO.DAT los abonos vigentes de cada periodo, en vez de
      *tipear las mismas lineas todos los meses en EJES6011. Un
      *importe unitario 0 factura al precio de lista de PRECIOS.DAT
      *vigente en cada periodo; un importe pactado queda como precio
      *manual.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6032.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ABONOS  ASSIGN TO DISK 'ABONOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ABONOS.

       SELECT CATALOGO         ASSIGN TO DISK 'CODSERV.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CATALOGO.

       SELECT CLIENTES         ASSIGN TO DISK 'CLIENTES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CLIENTES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ABONOS.
       01 REG-ABONO.
           05 REG-ABO-NRO-CUENTA   PIC 9(08).
           05 REG-ABO-COD-SERVICIO PIC X(03).
           05 REG-ABO-CANTIDAD     PIC 9(03).
           05 REG-ABO-IMPORTE      PIC 9(05)V9(02).
           05 REG-ABO-DESDE        PIC 9(06).
           05 REG-ABO-HASTA        PIC 9(06).
           05 REG-ABO-ESTADO       PIC X(01).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 REG-CAT-CODIGO       PIC X(03).
           05 REG-CAT-DESCRIP      PIC X(30).
           05 REG-CAT-TASA         PIC 9(01).
           05 REG-CAT-CATEGORIA    PIC X(10).

       FD CLIENTES.
       01 REG-CLIENTE.
           05 REG-CLI-NRO          PIC 9(08).
           05 REG-CLI-RAZON        PIC X(30).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ABONOS            PIC X(02).
           88 WSS-FS-ABONOS-OK         VALUE '00' '05'.
           88 WSS-FS-ABONOS-EOF        VALUE '10'.

       01 WSS-FS-CATALOGO          PIC X(02).
           88 WSS-FS-CATALOGO-OK       VALUE '00'.
           88 WSS-FS-CATALOGO-EOF      VALUE '10'.

       01 WSS-FS-CLIENTES          PIC X(02).
           88 WSS-FS-CLIENTES-OK       VALUE '00'.
           88 WSS-FS-CLIENTES-EOF      VALUE '10'.

      *ABONOS CARGADOS EN MEMORIA; SE REGRABAN AL SALIR
       01 WSC-MAX-ABONOS           PIC 9(03) VALUE 300.
       01 WSV-CONT-ABONOS          PIC S9(4) COMP VALUE 0.
       01 WST-ABONOS.
           05 WST-ABO-ITEM         OCCURS 300 TIMES INDEXED BY IND.
               10 WST-ABO-NRO-CUENTA   PIC 9(08).
               10 WST-ABO-COD-SERVICIO PIC X(03).
               10 WST-ABO-CANTIDAD     PIC 9(03).
               10 WST-ABO-IMPORTE      PIC 9(05)V9(02).
               10 WST-ABO-DESDE        PIC 9(06).
               10 WST-ABO-HASTA        PIC 9(06).
               10 WST-ABO-ESTADO       PIC X(01).
                   88 WSS-ABO-VIGENTE      VALUE 'V'.
                   88 WSS-ABO-SUSPENDIDO   VALUE 'S'.
                   88 WSS-ABO-DE-BAJA      VALUE 'B'.

      *CATALOGO DE CODIGOS DE SERVICIO CARGADO EN MEMORIA
       01 WSC-MAX-CODIGOS          PIC 9(02) VALUE 50.
       01 WSV-CONT-CODIGOS         PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-CAT-ITEM         OCCURS 50 TIMES
                                   INDEXED BY IND-CAT.
               10 WST-CAT-CODIGO   PIC X(03).
               10 WST-CAT-DESCRIP  PIC X(30).
               10 WST-CAT-TASA     PIC 9(01).

      *MAESTRO DE CLIENTES CARGADO EN MEMORIA PARA VALIDAR CADA
      *NRO DE CUENTA
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 200.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE          OCCURS 200 TIMES
                                   INDEXED BY IND-CLI.
               10 WST-CL-NRO           PIC 9(08).
               10 WST-CL-RAZON         PIC X(30).

       01 WSV-BUSQUEDA             PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.
       01 WSV-BUSQUEDA-CAT         PIC X(02).
           88 WSS-BUSQUEDA-CAT-OK      VALUE 'OK'.
           88 WSS-BUSQUEDA-CAT-NO      VALUE 'NO'.
       01 WSV-CLIENTE-VALIDO       PIC X(01).
           88 WSS-CLIENTE-VALIDO       VALUE 'S'.

       01 WSV-NRO-CUENTA-E         PIC 9(08).
       01 WSV-COD-SERVICIO-E       PIC X(03).
       01 WSV-CANTIDAD-E           PIC 9(03).
       01 WSV-IMPORTE-E            PIC 9(05)V9(02).
       01 WSV-DESDE-E              PIC 9(06).
       01 WSV-HASTA-E              PIC 9(06).
       01 WSV-ESTADO-E             PIC X(01).
           88 WSS-ESTADO-VALIDO        VALUE 'V' 'S'.
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CONT-CAMBIOS         PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADOS        PIC S9(4) COMP VALUE 0.
       01 WSV-MENSUAL              PIC 9(07)V9(02).
       01 WSV-MONTO-EDIT           PIC ZZZZZZ9.99.
       01 WSV-UNITARIO-EDIT        PIC ZZZZ9.99.
       01 WSV-ESTADO-TEXTO         PIC X(10).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 04000-CARGAR-CLIENTES
           PERFORM 05000-CARGAR-CATALOGO
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6032' TO REG-OPER-PROGRAMA-E
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

      *CARGA EL MAESTRO CLIENTES.DAT; SIN MAESTRO NO SE PUEDE
      *VALIDAR NINGUNA CUENTA Y EL MANTENIMIENTO NO CORRE
       04000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, CARGAR EL '
                       'MAESTRO CON EJES6008 ANTES DE LOS ABONOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CLIENTES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 04100-LEER-Y-CARGAR-CLI
               UNTIL WSS-FS-CLIENTES-EOF
           CLOSE CLIENTES.

       04100-LEER-Y-CARGAR-CLI.
           READ CLIENTES
           IF WSS-FS-CLIENTES-OK
               IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CLIENTES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CLIENTES
               ELSE
                   ADD 1 TO WSV-CONT-CLIENTES
                   SET IND-CLI TO WSV-CONT-CLIENTES
                   MOVE REG-CLI-NRO TO WST-CL-NRO(IND-CLI)
                   MOVE REG-CLI-RAZON TO WST-CL-RAZON(IND-CLI)
               END-IF
           END-IF.

      *BUSCA EL NRO DE CUENTA EN EL MAESTRO DE CLIENTES
       04500-VALIDAR-CLIENTE.
           MOVE 'N' TO WSV-CLIENTE-VALIDO
           PERFORM VARYING IND-CLI FROM 1 BY 1
                   UNTIL IND-CLI > WSV-CONT-CLIENTES
                       OR WSS-CLIENTE-VALIDO
               IF WST-CL-NRO(IND-CLI) = WSV-NRO-CUENTA-E
                   SET WSS-CLIENTE-VALIDO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-CLIENTE-VALIDO
               SET IND-CLI DOWN BY 1
           END-IF.

      *CARGA EL CATALOGO CODSERV.DAT; SIN CATALOGO NO SE PUEDE
      *VALIDAR NINGUN CODIGO Y EL MANTENIMIENTO NO CORRE
       05000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'NO SE PUDO ABRIR CODSERV.DAT, CARGAR EL '
                       'CATALOGO CON EJES6018 ANTES DE LOS ABONOS'
               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 05100-LEER-Y-CARGAR-CAT UNTIL WSS-FS-CATALOGO-EOF
           CLOSE CATALOGO.

       05100-LEER-Y-CARGAR-CAT.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               IF WSV-CONT-CODIGOS >= WSC-MAX-CODIGOS
                   DISPLAY 'TABLA DEL CATALOGO LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CATALOGO
               ELSE
                   ADD 1 TO WSV-CONT-CODIGOS
                   SET IND-CAT TO WSV-CONT-CODIGOS
                   MOVE REG-CAT-CODIGO TO WST-CAT-CODIGO(IND-CAT)
                   MOVE REG-CAT-DESCRIP TO WST-CAT-DESCRIP(IND-CAT)
                   MOVE REG-CAT-TASA TO WST-CAT-TASA(IND-CAT)
               END-IF
           END-IF.

      *BUSCA EL CODIGO INGRESADO EN EL CATALOGO Y DEJA IND-CAT
      *POSICIONADO SI LO ENCUENTRA
       05500-VALIDAR-CODIGO.
           SET WSS-BUSQUEDA-CAT-NO TO TRUE
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > WSV-CONT-CODIGOS
                       OR WSS-BUSQUEDA-CAT-OK
               IF WST-CAT-CODIGO(IND-CAT) = WSV-COD-SERVICIO-E
                   SET WSS-BUSQUEDA-CAT-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-CAT-OK
               SET IND-CAT DOWN BY 1
           END-IF.

       10000-CARGAR-TABLA.
           OPEN INPUT ABONOS
           IF NOT WSS-FS-ABONOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ABONOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ABONOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-ABONOS-EOF
           CLOSE ABONOS.

       11000-LEER-Y-CARGAR.
           READ ABONOS
           IF WSS-FS-ABONOS-OK
               IF WSV-CONT-ABONOS >= WSC-MAX-ABONOS
                   DISPLAY 'TABLA DE ABONOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ABONOS
               ELSE
                   ADD 1 TO WSV-CONT-ABONOS
                   SET IND TO WSV-CONT-ABONOS
                   MOVE REG-ABONO TO WST-ABO-ITEM(IND)
               END-IF
           END-IF.

       20000-MENU.
           DISPLAY '1. AGREGAR UN ABONO'
           DISPLAY '2. MODIFICAR UN ABONO'
           DISPLAY '3. DAR DE BAJA UN ABONO'
           DISPLAY '4. LISTAR LOS ABONOS'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-ABONO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-ABONO
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-BAJA-ABONO
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-ABONOS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *ALTA: LA CUENTA TIENE QUE ESTAR EN EL MAESTRO, EL CODIGO EN
      *EL CATALOGO, Y NO PUEDE HABER OTRO ABONO NO DADO DE BAJA PARA
      *LA MISMA CUENTA Y CODIGO
       21000-AGREGAR-ABONO.
           DISPLAY 'INGRESE NRO DE CUENTA: '
           ACCEPT WSV-NRO-CUENTA-E
           PERFORM 04500-VALIDAR-CLIENTE
           IF NOT WSS-CLIENTE-VALIDO
               DISPLAY 'LA CUENTA NO ESTA EN CLIENTES.DAT (EJES6008)'
           ELSE
               DISPLAY 'CLIENTE: ' WST-CL-RAZON(IND-CLI)
               DISPLAY 'INGRESE CODIGO DE SERVICIO: '
               ACCEPT WSV-COD-SERVICIO-E
               PERFORM 05500-VALIDAR-CODIGO
               IF NOT WSS-BUSQUEDA-CAT-OK
                   DISPLAY 'EL CODIGO NO ESTA EN CODSERV.DAT'
               ELSE
                   DISPLAY 'SERVICIO: ' WST-CAT-DESCRIP(IND-CAT)
                   PERFORM 25000-BUSCAR-ABONO
                   IF WSS-BUSQUEDA-OK
                       DISPLAY 'LA CUENTA YA TIENE UN ABONO DE ESE '
                               'SERVICIO, USAR LA MODIFICACION'
                   ELSE
                       IF WSV-CONT-ABONOS >= WSC-MAX-ABONOS
                           DISPLAY 'TABLA DE ABONOS LLENA'
                       ELSE
                           PERFORM 26000-PEDIR-CONDICIONES
                           ADD 1 TO WSV-CONT-ABONOS
                           SET IND TO WSV-CONT-ABONOS
                           MOVE WSV-NRO-CUENTA-E
                               TO WST-ABO-NRO-CUENTA(IND)
                           MOVE WSV-COD-SERVICIO-E
                               TO WST-ABO-COD-SERVICIO(IND)
                           PERFORM 27000-PASAR-CONDICIONES
                           MOVE 'V' TO WST-ABO-ESTADO(IND)
                           ADD 1 TO WSV-CONT-CAMBIOS
                           DISPLAY 'ABONO AGREGADO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       22000-MODIFICAR-ABONO.
           DISPLAY 'INGRESE NRO DE CUENTA: '
           ACCEPT WSV-NRO-CUENTA-E
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-COD-SERVICIO-E
           PERFORM 25000-BUSCAR-ABONO
           IF WSS-BUSQUEDA-OK
               PERFORM 24100-MOSTRAR-ABONO
               PERFORM 26000-PEDIR-CONDICIONES
               PERFORM 27000-PASAR-CONDICIONES
               MOVE SPACES TO WSV-ESTADO-E
               PERFORM UNTIL WSS-ESTADO-VALIDO
                   DISPLAY 'INGRESE ESTADO (V VIGENTE, S '
                           'SUSPENDIDO): '
                   ACCEPT WSV-ESTADO-E
               END-PERFORM
               MOVE WSV-ESTADO-E TO WST-ABO-ESTADO(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'ABONO ACTUALIZADO'
           ELSE
               DISPLAY 'NO EXISTE ESE ABONO'
           END-IF.

      *LA BAJA NO BORRA EL ABONO: QUEDA CON ESTADO B PARA LA
      *HISTORIA Y EJES6033 YA NO LO FACTURA
       23000-BAJA-ABONO.
           DISPLAY 'INGRESE NRO DE CUENTA: '
           ACCEPT WSV-NRO-CUENTA-E
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-COD-SERVICIO-E
           PERFORM 25000-BUSCAR-ABONO
           IF WSS-BUSQUEDA-OK
               MOVE 'B' TO WST-ABO-ESTADO(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'ABONO DADO DE BAJA'
           ELSE
               DISPLAY 'NO EXISTE ESE ABONO'
           END-IF.

       24000-LISTAR-ABONOS.
           MOVE 0 TO WSV-CONT-LISTADOS
           DISPLAY WSV-LINEA
           DISPLAY 'CUENTA   COD CNT UNITARIO    MENSUAL DESDE  '
                   'HASTA  ESTADO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-ABONOS
               PERFORM 24100-MOSTRAR-ABONO
               ADD 1 TO WSV-CONT-LISTADOS
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'ABONOS LISTADOS: ' WSV-CONT-LISTADOS.

       24100-MOSTRAR-ABONO.
           EVALUATE TRUE
               WHEN WSS-ABO-VIGENTE(IND)
                   MOVE 'VIGENTE' TO WSV-ESTADO-TEXTO
               WHEN WSS-ABO-SUSPENDIDO(IND)
                   MOVE 'SUSPENDIDO' TO WSV-ESTADO-TEXTO
               WHEN OTHER
                   MOVE 'DE BAJA' TO WSV-ESTADO-TEXTO
           END-EVALUATE
           COMPUTE WSV-MENSUAL = WST-ABO-CANTIDAD(IND) *
                   WST-ABO-IMPORTE(IND)
           MOVE WSV-MENSUAL TO WSV-MONTO-EDIT
           MOVE WST-ABO-IMPORTE(IND) TO WSV-UNITARIO-EDIT
           DISPLAY WST-ABO-NRO-CUENTA(IND) ' '
                   WST-ABO-COD-SERVICIO(IND) ' '
                   WST-ABO-CANTIDAD(IND) ' '
                   WSV-UNITARIO-EDIT ' ' WSV-MONTO-EDIT ' '
                   WST-ABO-DESDE(IND) ' ' WST-ABO-HASTA(IND) ' '
                   WSV-ESTADO-TEXTO
           IF WST-ABO-IMPORTE(IND) = 0
               DISPLAY '   FACTURA AL PRECIO DE LISTA DEL PERIODO'
           END-IF.

      *BUSCA UN ABONO NO DADO DE BAJA POR CUENTA Y CODIGO
       25000-BUSCAR-ABONO.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-ABONOS
                       OR WSS-BUSQUEDA-OK
               IF WST-ABO-NRO-CUENTA(IND) = WSV-NRO-CUENTA-E
                       AND WST-ABO-COD-SERVICIO(IND) =
                           WSV-COD-SERVICIO-E
                       AND NOT WSS-ABO-DE-BAJA(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *PIDE CANTIDAD, IMPORTE UNITARIO Y VIGENCIA; HASTA 000000 ES
      *UN ABONO SIN VENCIMIENTO. IMPORTE CERO FACTURA AL PRECIO DE
      *LISTA DE PRECIOS.DAT VIGENTE EN CADA PERIODO
       26000-PEDIR-CONDICIONES.
           MOVE 0 TO WSV-CANTIDAD-E
           PERFORM UNTIL WSV-CANTIDAD-E > 0
               DISPLAY 'INGRESE CANTIDAD (1 SI ES UN IMPORTE FIJO): '
               ACCEPT WSV-CANTIDAD-E
           END-PERFORM
           MOVE 0 TO WSV-IMPORTE-E
           DISPLAY 'INGRESE IMPORTE UNITARIO MENSUAL (0 = PRECIO DE '
                   'LISTA DEL PERIODO): '
           ACCEPT WSV-IMPORTE-E
           MOVE 0 TO WSV-DESDE-E
           PERFORM UNTIL WSV-DESDE-E >= 200001
                   AND WSV-DESDE-E <= 209912
                   AND WSV-DESDE-E(5:2) >= '01'
                   AND WSV-DESDE-E(5:2) <= '12'
               DISPLAY 'INGRESE PERIODO DESDE (AAAAMM): '
               ACCEPT WSV-DESDE-E
           END-PERFORM
           MOVE 1 TO WSV-HASTA-E
           PERFORM UNTIL WSV-HASTA-E = 0
                   OR (WSV-HASTA-E >= WSV-DESDE-E
                       AND WSV-HASTA-E <= 209912
                       AND WSV-HASTA-E(5:2) >= '01'
                       AND WSV-HASTA-E(5:2) <= '12')
               DISPLAY 'INGRESE PERIODO HASTA (AAAAMM, 000000 = '
                       'SIN VENCIMIENTO): '
               ACCEPT WSV-HASTA-E
           END-PERFORM.

       27000-PASAR-CONDICIONES.
           MOVE WSV-CANTIDAD-E TO WST-ABO-CANTIDAD(IND)
           MOVE WSV-IMPORTE-E TO WST-ABO-IMPORTE(IND)
           MOVE WSV-DESDE-E TO WST-ABO-DESDE(IND)
           MOVE WSV-HASTA-E TO WST-ABO-HASTA(IND).

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT ABONOS
               IF NOT WSS-FS-ABONOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE ABONOS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-ABONOS
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-ABONOS
                       MOVE WST-ABO-ITEM(IND) TO REG-ABONO
                       WRITE REG-ABONO
                       IF NOT WSS-FS-ABONOS-OK
                           DISPLAY 'ERROR EN EL WRITE DE ABONOS.DAT'
                           DISPLAY 'FILE STATUS ' WSS-FS-ABONOS
                       END-IF
                   END-PERFORM
                   CLOSE ABONOS
                   DISPLAY 'CAMBIOS GRABADOS EN ABONOS.DAT'
               END-IF
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
