      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Facturacion mensual de abonos: para el
      *periodo pedido genera en SERVICIO.DAT una linea por cada
      *abono vigente de ABONOS.DAT (EJES6032), con la descripcion
      *y la tasa de IVA del catalogo CODSERV.DAT y el monto
      *cantidad por importe unitario. Con importe 0 en el abono el
      *unitario es el precio de lista de PRECIOS.DAT (EJES6034)
      *vigente el dia 1 del periodo, y sin precio de lista el
      *abono se saltea; un importe pactado se factura marcado como
      *precio manual. Aplica el mismo control de credito que
      *EJES6011 sobre CUENTAS.DAT: pasado el limite la linea se
      *factura con aviso, y pasado el porcentaje duro no se
      *factura (sin operador no hay autorizacion; si corresponde
      *se carga a mano en EJES6011). El control ABONOS.CTL guarda
      *el ultimo periodo facturado para que la corrida no se
      *repita, y el listado muestra lo facturado y lo salteado con
      *el motivo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - REG-SALDO lleva signo (saldo negativo = saldo a favor
      *   del cliente); el saldo proyectado descuenta el saldo a favor.
      * 2026 10 - Si el periodo pedido ya fue cerrado por EJES6042
      *   (consulta a RUTPERIO) ofrece grabar las lineas en el periodo
      *   abierto, con el periodo del abono en el nuevo
      *   REG-PERIODO-ORIGEN de SERVICIO.DAT; si no se acepta no
      *   factura.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO); las lineas de abonos la
      *   graban en 0.
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6033.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ABONOS           ASSIGN TO DISK 'ABONOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ABONOS.

       SELECT OPTIONAL CONTROL-ABO
                               ASSIGN TO DISK 'ABONOS.CTL'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONTROL.

       SELECT OPTIONAL SERVICIOS
                               ASSIGN TO DISK 'SERVICIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SERVICIOS.

       SELECT CATALOGO         ASSIGN TO DISK 'CODSERV.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CATALOGO.

       SELECT CLIENTES         ASSIGN TO DISK 'CLIENTES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CLIENTES.

       SELECT OPTIONAL CUENTAS ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL PRECIOS ASSIGN TO DISK 'PRECIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PRECIOS.
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
               88 WSS-ABO-VIGENTE      VALUE 'V'.
               88 WSS-ABO-SUSPENDIDO   VALUE 'S'.

       FD CONTROL-ABO.
       01 REG-CONTROL.
           05 REG-CTL-ULT-PERIODO  PIC 9(06).

       FD SERVICIOS.
       01 REG-SERVICIO.
           05 REG-COD-SERVICIO     PIC X(03).
           05 REG-NRO-CUENTA       PIC 9(08).
           05 REG-DESCRIP-SERV     PIC X(30).
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

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

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD PRECIOS.
       01 REG-PRECIO.
           05 REG-PRE-CODIGO       PIC X(03).
           05 REG-PRE-VIGENCIA     PIC 9(08).
           05 REG-PRE-PRECIO       PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ABONOS            PIC X(02).
           88 WSS-FS-ABONOS-OK         VALUE '00'.
           88 WSS-FS-ABONOS-EOF        VALUE '10'.

       01 WSS-FS-CONTROL           PIC X(02).
           88 WSS-FS-CONTROL-OK        VALUE '00' '05'.

       01 WSS-FS-SERVICIOS         PIC X(02).
           88 WSS-FS-SERVICIOS-OK      VALUE '00' '05'.

       01 WSS-FS-CATALOGO          PIC X(02).
           88 WSS-FS-CATALOGO-OK       VALUE '00'.
           88 WSS-FS-CATALOGO-EOF      VALUE '10'.

      *CATALOGO DE CODIGOS DE SERVICIO CARGADO EN MEMORIA
       01 WSC-MAX-CODIGOS          PIC 9(02) VALUE 50.
       01 WSV-CONT-CODIGOS         PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-CAT-ITEM         OCCURS 50 TIMES
                                   INDEXED BY IND-CAT.
               10 WST-CAT-CODIGO   PIC X(03).
               10 WST-CAT-DESCRIP  PIC X(30).
               10 WST-CAT-TASA     PIC 9(01).

       01 WSV-BUSQUEDA-CAT         PIC X(02).
           88 WSS-BUSQUEDA-CAT-OK      VALUE 'OK'.
           88 WSS-BUSQUEDA-CAT-NO      VALUE 'NO'.

      *MAESTRO DE CLIENTES CARGADO EN MEMORIA PARA VALIDAR CADA
      *NRO DE CUENTA
       01 WSS-FS-CLIENTES          PIC X(02).
           88 WSS-FS-CLIENTES-OK       VALUE '00'.
           88 WSS-FS-CLIENTES-EOF      VALUE '10'.
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 200.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE          OCCURS 200 TIMES
                                   INDEXED BY IND-CLI.
               10 WST-CL-NRO           PIC 9(08).
               10 WST-CL-RAZON         PIC X(30).
       01 WSV-CLIENTE-VALIDO       PIC X(01).
           88 WSS-CLIENTE-VALIDO       VALUE 'S'.

      *SALDOS Y LIMITES DE CUENTAS.DAT PARA EL CONTROL DE CREDITO
       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00' '05'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS.
           05 WST-CUENTA-ITEM      OCCURS 100 TIMES
                                   INDEXED BY IND-CTA.
               10 WST-CU-NRO           PIC 9(08).
               10 WST-CU-SALDO         PIC S9(06)V9(02).
               10 WST-CU-LIMITE        PIC 9(05)V9(02).
       01 WSV-CUENTA-VISTA         PIC X(01).
           88 WSS-CUENTA-VISTA         VALUE 'S'.
       01 WSC-PORC-BLOQUEO         PIC 9(03) VALUE 120.
       01 WSV-SALDO-PROYECTADO     PIC S9(07)V9(02).
       01 WSV-TOPE-DURO            PIC 9(07)V9(02).
       01 WSV-LINEA-ACEPTADA       PIC X(01).
           88 WSS-LINEA-ACEPTADA       VALUE 'S'.
       01 WSV-SOBRE-LIMITE         PIC X(01).
           88 WSS-SOBRE-LIMITE         VALUE 'S'.

      *LISTA DE PRECIOS CON VIGENCIA DE PRECIOS.DAT (EJES6034); EL
      *PRECIO DE UN PERIODO ES EL DE MAYOR VIGENCIA HASTA EL DIA 1
       01 WSS-FS-PRECIOS           PIC X(02).
           88 WSS-FS-PRECIOS-OK        VALUE '00' '05'.
           88 WSS-FS-PRECIOS-EOF       VALUE '10'.
       01 WSC-MAX-PRECIOS          PIC 9(03) VALUE 500.
       01 WSV-CONT-PRECIOS         PIC S9(4) COMP VALUE 0.
       01 WST-PRECIOS.
           05 WST-PRECIO-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IND-PRE.
               10 WST-PR-CODIGO        PIC X(03).
               10 WST-PR-VIGENCIA      PIC 9(08).
               10 WST-PR-PRECIO        PIC 9(05)V9(02).
       01 WSV-FECHA-PERIODO        PIC 9(08).
       01 WSV-VIGENCIA-HALLADA     PIC 9(08).
       01 WSV-PRECIO-LISTA         PIC 9(05)V9(02).
       01 WSV-PRECIO-HALLADO       PIC X(01).
           88 WSS-PRECIO-HALLADO       VALUE 'S'.
       01 WSV-UNITARIO             PIC 9(05)V9(02).
       01 WSV-PRECIO-MANUAL        PIC X(01).
           88 WSS-PRECIO-MANUAL        VALUE 'S'.

       01 WSV-PERIODO-E            PIC 9(06).
       01 WSV-ULT-PERIODO          PIC 9(06) VALUE 0.

      *UN PERIODO YA CERRADO (EJES6042) SE FACTURA EN EL PERIODO
      *ABIERTO, CON EL PERIODO DEL ABONO COMO REFERENCIA
       01 WSV-PERIODO-ASIENTO      PIC 9(06).
       01 WSV-PERIODO-ORIGEN       PIC X(06) VALUE SPACES.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.
       01 WSV-MONTO-LINEA          PIC 9(07)V9(02).
       01 WSC-MONTO-MAXIMO         PIC 9(05)V9(02) VALUE 99999.99.
       01 WSV-MOTIVO               PIC X(30).

       01 WSV-CONT-LEIDOS          PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-FACTURADOS      PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SALTEADOS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SOBRE-LIMITE    PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-MANUALES        PIC S9(4) COMP VALUE 0.
       01 WSV-TOTAL-FACTURADO      PIC 9(09)V9(02) VALUE 0.
       01 WSV-MONTO-EDIT           PIC ZZZZZZ9.99.
       01 WSV-TOTAL-EDIT           PIC ZZZZZZZZ9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(70) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 15000-VERIFICAR-PERIODO
           PERFORM 03000-CARGAR-CUENTAS
           PERFORM 04000-CARGAR-CLIENTES
           PERFORM 05000-CARGAR-CATALOGO
           PERFORM 07000-CARGAR-PRECIOS
           PERFORM 10000-ABRIR-ARCHIVOS
           DISPLAY WSV-LINEA
           DISPLAY 'FACTURACION DE ABONOS DEL PERIODO ' WSV-PERIODO-E
           DISPLAY WSV-LINEA
           PERFORM 20000-FACTURAR-ABONO UNTIL WSS-FS-ABONOS-EOF
           PERFORM 30000-CERRAR-ARCHIVOS
           PERFORM 50000-ACTUALIZAR-CONTROL
           PERFORM 60000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6033' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
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

      *CARGA LOS SALDOS Y LIMITES DE CUENTAS.DAT; SI EL ARCHIVO NO
      *EXISTE EL CONTROL DE CREDITO QUEDA SIN EFECTO
       03000-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF WSS-FS-CUENTAS-OK
               PERFORM 03100-LEER-Y-CARGAR-CTA
                   UNTIL WSS-FS-CUENTAS-EOF
           END-IF
           CLOSE CUENTAS
           IF WSV-CONT-CUENTAS = 0
               DISPLAY 'CUENTAS.DAT SIN SALDOS, EL CONTROL DE '
                       'CREDITO NO SE APLICA'
           END-IF.

       03100-LEER-Y-CARGAR-CTA.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CUENTAS >= WSC-MAX-CUENTAS
                   DISPLAY 'TABLA DE CUENTAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CUENTAS
               ELSE
                   ADD 1 TO WSV-CONT-CUENTAS
                   SET IND-CTA TO WSV-CONT-CUENTAS
                   MOVE REG-NRO-CLIENTE TO WST-CU-NRO(IND-CTA)
                   MOVE REG-SALDO TO WST-CU-SALDO(IND-CTA)
                   MOVE REG-LIMITE TO WST-CU-LIMITE(IND-CTA)
               END-IF
           END-IF.

      *EL MISMO CONTROL DE CREDITO QUE EL ALTA DE EJES6011 SOBRE EL
      *SALDO PROYECTADO (SALDO DE CUENTAS.DAT MAS LO YA FACTURADO EN
      *ESTA CORRIDA MAS LA LINEA NUEVA): PASADO EL LIMITE SE FACTURA
      *CON AVISO, Y PASADO EL PORCENTAJE DURO LA LINEA NO SE FACTURA
       03500-CONTROLAR-LIMITE.
           SET WSS-LINEA-ACEPTADA TO TRUE
           MOVE 'N' TO WSV-SOBRE-LIMITE
           MOVE 'N' TO WSV-CUENTA-VISTA
           PERFORM VARYING IND-CTA FROM 1 BY 1
                   UNTIL IND-CTA > WSV-CONT-CUENTAS
                       OR WSS-CUENTA-VISTA
               IF WST-CU-NRO(IND-CTA) = REG-ABO-NRO-CUENTA
                   SET WSS-CUENTA-VISTA TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-CUENTA-VISTA
               CONTINUE
           ELSE
               SET IND-CTA DOWN BY 1
               IF WST-CU-LIMITE(IND-CTA) = 0
                   CONTINUE
               ELSE
                   COMPUTE WSV-SALDO-PROYECTADO =
                           WST-CU-SALDO(IND-CTA) + WSV-MONTO-LINEA
                   COMPUTE WSV-TOPE-DURO =
                           WST-CU-LIMITE(IND-CTA) *
                           WSC-PORC-BLOQUEO / 100
                   EVALUATE TRUE
                       WHEN WSV-SALDO-PROYECTADO > WSV-TOPE-DURO
                           MOVE 'N' TO WSV-LINEA-ACEPTADA
                           MOVE 'SUPERA EL TOPE DE CREDITO'
                               TO WSV-MOTIVO
                       WHEN WSV-SALDO-PROYECTADO >
                               WST-CU-LIMITE(IND-CTA)
                           SET WSS-SOBRE-LIMITE TO TRUE
                   END-EVALUATE
                   IF WSS-LINEA-ACEPTADA
                       ADD WSV-MONTO-LINEA
                           TO WST-CU-SALDO(IND-CTA)
                   END-IF
               END-IF
           END-IF.

      *CARGA EL MAESTRO CLIENTES.DAT; SIN MAESTRO NO SE PUEDE
      *VALIDAR NINGUNA CUENTA Y LA FACTURACION NO CORRE
       04000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, CARGAR EL '
                       'MAESTRO CON EJES6008 ANTES DE FACTURAR'
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

      *BUSCA LA CUENTA DEL ABONO EN EL MAESTRO DE CLIENTES
       04500-VALIDAR-CLIENTE.
           MOVE 'N' TO WSV-CLIENTE-VALIDO
           PERFORM VARYING IND-CLI FROM 1 BY 1
                   UNTIL IND-CLI > WSV-CONT-CLIENTES
                       OR WSS-CLIENTE-VALIDO
               IF WST-CL-NRO(IND-CLI) = REG-ABO-NRO-CUENTA
                   SET WSS-CLIENTE-VALIDO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-CLIENTE-VALIDO
               SET IND-CLI DOWN BY 1
           END-IF.

      *CARGA EL CATALOGO CODSERV.DAT; SIN CATALOGO NO HAY
      *DESCRIPCION NI TASA Y LA FACTURACION NO CORRE
       05000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'NO SE PUDO ABRIR CODSERV.DAT, CARGAR EL '
                       'CATALOGO CON EJES6018 ANTES DE FACTURAR'
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

      *BUSCA EL CODIGO DEL ABONO EN EL CATALOGO Y DEJA IND-CAT
      *POSICIONADO SI LO ENCUENTRA
       05500-VALIDAR-CODIGO.
           SET WSS-BUSQUEDA-CAT-NO TO TRUE
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > WSV-CONT-CODIGOS
                       OR WSS-BUSQUEDA-CAT-OK
               IF WST-CAT-CODIGO(IND-CAT) = REG-ABO-COD-SERVICIO
                   SET WSS-BUSQUEDA-CAT-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-CAT-OK
               SET IND-CAT DOWN BY 1
           END-IF.

      *CARGA LA LISTA DE PRECIOS; SIN PRECIOS.DAT SOLO SE FACTURAN
      *LOS ABONOS CON IMPORTE PACTADO
       07000-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS
           IF NOT WSS-FS-PRECIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PRECIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 07100-LEER-Y-CARGAR-PRE UNTIL WSS-FS-PRECIOS-EOF
           CLOSE PRECIOS
           COMPUTE WSV-FECHA-PERIODO = WSV-PERIODO-E * 100 + 1.

       07100-LEER-Y-CARGAR-PRE.
           READ PRECIOS
           IF WSS-FS-PRECIOS-OK
               IF WSV-CONT-PRECIOS >= WSC-MAX-PRECIOS
                   DISPLAY 'TABLA DE PRECIOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PRECIOS
               ELSE
                   ADD 1 TO WSV-CONT-PRECIOS
                   SET IND-PRE TO WSV-CONT-PRECIOS
                   MOVE REG-PRE-CODIGO TO WST-PR-CODIGO(IND-PRE)
                   MOVE REG-PRE-VIGENCIA TO WST-PR-VIGENCIA(IND-PRE)
                   MOVE REG-PRE-PRECIO TO WST-PR-PRECIO(IND-PRE)
               END-IF
           END-IF.

      *BUSCA EL PRECIO VIGENTE DEL CODIGO DEL ABONO PARA EL PERIODO:
      *EL DE MAYOR FECHA DE VIGENCIA QUE NO PASE EL PRIMER DIA
       07500-BUSCAR-PRECIO-LISTA.
           MOVE 'N' TO WSV-PRECIO-HALLADO
           MOVE 0 TO WSV-VIGENCIA-HALLADA
           MOVE 0 TO WSV-PRECIO-LISTA
           PERFORM VARYING IND-PRE FROM 1 BY 1
                   UNTIL IND-PRE > WSV-CONT-PRECIOS
               IF WST-PR-CODIGO(IND-PRE) = REG-ABO-COD-SERVICIO
                  AND WST-PR-VIGENCIA(IND-PRE) <= WSV-FECHA-PERIODO
                  AND WST-PR-VIGENCIA(IND-PRE) >= WSV-VIGENCIA-HALLADA
                   SET WSS-PRECIO-HALLADO TO TRUE
                   MOVE WST-PR-VIGENCIA(IND-PRE)
                       TO WSV-VIGENCIA-HALLADA
                   MOVE WST-PR-PRECIO(IND-PRE) TO WSV-PRECIO-LISTA
               END-IF
           END-PERFORM.

      *IMPORTE CERO EN EL ABONO TOMA EL PRECIO DE LISTA DEL PERIODO;
      *UN IMPORTE PACTADO SE FACTURA MARCADO COMO PRECIO MANUAL
       07600-DETERMINAR-UNITARIO.
           IF REG-ABO-IMPORTE = 0
               PERFORM 07500-BUSCAR-PRECIO-LISTA
               MOVE WSV-PRECIO-LISTA TO WSV-UNITARIO
               MOVE 'N' TO WSV-PRECIO-MANUAL
           ELSE
               SET WSS-PRECIO-HALLADO TO TRUE
               MOVE REG-ABO-IMPORTE TO WSV-UNITARIO
               MOVE 'S' TO WSV-PRECIO-MANUAL
           END-IF.

       10000-ABRIR-ARCHIVOS.
           OPEN INPUT ABONOS
           IF NOT WSS-FS-ABONOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ABONOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ABONOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN EXTEND SERVICIOS
           IF NOT WSS-FS-SERVICIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE SERVICIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIOS
               CLOSE ABONOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *PIDE EL PERIODO A FACTURAR Y SE NIEGA A CORRER SI ES EL MISMO
      *QUE YA FIGURA FACTURADO EN ABONOS.CTL O UNO ANTERIOR (LOS
      *ABONOS DE UN PERIODO SE FACTURAN UNA SOLA VEZ)
       15000-VERIFICAR-PERIODO.
           MOVE 0 TO WSV-PERIODO-E
           PERFORM UNTIL WSV-PERIODO-E >= 200001
                   AND WSV-PERIODO-E <= 209912
                   AND WSV-PERIODO-E(5:2) >= '01'
                   AND WSV-PERIODO-E(5:2) <= '12'
               DISPLAY 'INGRESE EL PERIODO A FACTURAR (AAAAMM): '
               ACCEPT WSV-PERIODO-E
           END-PERFORM
           OPEN INPUT CONTROL-ABO
           IF WSS-FS-CONTROL-OK
               READ CONTROL-ABO
               IF WSS-FS-CONTROL-OK
                   MOVE REG-CTL-ULT-PERIODO TO WSV-ULT-PERIODO
               END-IF
               CLOSE CONTROL-ABO
           END-IF
           EVALUATE TRUE
               WHEN WSV-PERIODO-E = WSV-ULT-PERIODO
                   DISPLAY 'LOS ABONOS DEL PERIODO ' WSV-PERIODO-E
                           ' YA ESTAN FACTURADOS, NO SE CORRE DOS '
                           'VECES'
                   PERFORM FIN-DEL-PROGRAMA
               WHEN WSV-PERIODO-E < WSV-ULT-PERIODO
                   DISPLAY 'EL PERIODO ' WSV-PERIODO-E ' ES '
                           'ANTERIOR AL ULTIMO FACTURADO ('
                           WSV-ULT-PERIODO '), NO SE VUELVE A '
                           'FACTURAR'
                   PERFORM FIN-DEL-PROGRAMA
           END-EVALUATE
           MOVE WSV-PERIODO-E TO WSV-PERIODO-ASIENTO
           SET WSS-PERIODO-MES TO TRUE
           MOVE WSV-PERIODO-E TO REG-PERIO-PERIODO
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-OK AND WSS-PERIODO-CERRADO
               DISPLAY 'EL PERIODO ' WSV-PERIODO-E ' ESTA CERRADO'
               DISPLAY 'GRABAR LAS LINEAS EN EL PERIODO '
                       REG-PERIO-PERIODO-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF NOT WSS-CONFIRMA-PERIODO
                   DISPLAY 'NO SE FACTURAN LOS ABONOS'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               MOVE REG-PERIO-PERIODO-R TO WSV-PERIODO-ASIENTO
               MOVE WSV-PERIODO-E TO WSV-PERIODO-ORIGEN
           END-IF.

      *LEE UN ABONO Y LO FACTURA O LO SALTEA CON EL MOTIVO
       20000-FACTURAR-ABONO.
           READ ABONOS
           IF WSS-FS-ABONOS-OK
               ADD 1 TO WSV-CONT-LEIDOS
               MOVE SPACES TO WSV-MOTIVO
               PERFORM 07600-DETERMINAR-UNITARIO
               COMPUTE WSV-MONTO-LINEA = REG-ABO-CANTIDAD *
                       WSV-UNITARIO
               PERFORM 04500-VALIDAR-CLIENTE
               PERFORM 05500-VALIDAR-CODIGO
               EVALUATE TRUE
                   WHEN WSS-ABO-SUSPENDIDO
                       MOVE 'ABONO SUSPENDIDO' TO WSV-MOTIVO
                   WHEN NOT WSS-ABO-VIGENTE
                       MOVE 'ABONO DADO DE BAJA' TO WSV-MOTIVO
                   WHEN WSV-PERIODO-E < REG-ABO-DESDE
                       MOVE 'EL ABONO AUN NO EMPIEZA' TO WSV-MOTIVO
                   WHEN REG-ABO-HASTA NOT = 0
                        AND WSV-PERIODO-E > REG-ABO-HASTA
                       MOVE 'ABONO VENCIDO' TO WSV-MOTIVO
                   WHEN NOT WSS-CLIENTE-VALIDO
                       MOVE 'CUENTA FUERA DE CLIENTES.DAT'
                           TO WSV-MOTIVO
                   WHEN NOT WSS-BUSQUEDA-CAT-OK
                       MOVE 'CODIGO FUERA DE CODSERV.DAT'
                           TO WSV-MOTIVO
                   WHEN NOT WSS-PRECIO-HALLADO
                       MOVE 'SIN PRECIO DE LISTA VIGENTE'
                           TO WSV-MOTIVO
                   WHEN WSV-MONTO-LINEA > WSC-MONTO-MAXIMO
                       MOVE 'MONTO MAYOR AL DE UNA LINEA'
                           TO WSV-MOTIVO
                   WHEN OTHER
                       PERFORM 03500-CONTROLAR-LIMITE
               END-EVALUATE
               IF WSV-MOTIVO = SPACES
                   PERFORM 21000-GRABAR-LINEA
               ELSE
                   PERFORM 22000-INFORMAR-SALTEADO
               END-IF
           END-IF.

       21000-GRABAR-LINEA.
           MOVE REG-ABO-COD-SERVICIO TO REG-COD-SERVICIO
           MOVE REG-ABO-NRO-CUENTA TO REG-NRO-CUENTA
           MOVE WST-CAT-DESCRIP(IND-CAT) TO REG-DESCRIP-SERV
           MOVE WSV-PERIODO-ASIENTO TO REG-PERIODO-FACT
           MOVE WSV-PERIODO-ORIGEN TO REG-PERIODO-ORIGEN
           MOVE WSV-MONTO-LINEA TO REG-MONTO-FACTURA
           MOVE WST-CAT-TASA(IND-CAT) TO REG-TASA-COD
           MOVE WSV-PRECIO-MANUAL TO REG-PRECIO-MANUAL
           MOVE 0 TO REG-CANTIDAD-CONSUMO
           WRITE REG-SERVICIO
           IF NOT WSS-FS-SERVICIOS-OK
               DISPLAY 'ERROR EN EL WRITE DE SERVICIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SERVICIOS
               MOVE 'ERROR AL GRABAR LA LINEA' TO WSV-MOTIVO
               PERFORM 22000-INFORMAR-SALTEADO
           ELSE
               ADD 1 TO WSV-CONT-FACTURADOS
               ADD WSV-MONTO-LINEA TO WSV-TOTAL-FACTURADO
               MOVE WSV-MONTO-LINEA TO WSV-MONTO-EDIT
               DISPLAY 'FACTURADO ' REG-ABO-NRO-CUENTA ' '
                       REG-ABO-COD-SERVICIO ' '
                       WST-CL-RAZON(IND-CLI) ' ' WSV-MONTO-EDIT
               IF WSS-SOBRE-LIMITE
                   ADD 1 TO WSV-CONT-SOBRE-LIMITE
                   DISPLAY '   ATENCION: DEJA EL SALDO EN '
                           WSV-SALDO-PROYECTADO ', SOBRE EL LIMITE '
                           'DE ' WST-CU-LIMITE(IND-CTA)
               END-IF
               IF WSS-PRECIO-MANUAL
                   ADD 1 TO WSV-CONT-MANUALES
                   DISPLAY '   PRECIO MANUAL: IMPORTE PACTADO EN EL '
                           'ABONO, NO EL DE LA LISTA'
               END-IF
           END-IF.

       22000-INFORMAR-SALTEADO.
           ADD 1 TO WSV-CONT-SALTEADOS
           MOVE WSV-MONTO-LINEA TO WSV-MONTO-EDIT
           DISPLAY 'SALTEADO  ' REG-ABO-NRO-CUENTA ' '
                   REG-ABO-COD-SERVICIO ' ' WSV-MONTO-EDIT ' '
                   WSV-MOTIVO.

       30000-CERRAR-ARCHIVOS.
           CLOSE ABONOS
           CLOSE SERVICIOS.

      *DEJA EN ABONOS.CTL EL PERIODO RECIEN FACTURADO
       50000-ACTUALIZAR-CONTROL.
           OPEN OUTPUT CONTROL-ABO
           IF NOT WSS-FS-CONTROL-OK
               DISPLAY 'ERROR EN EL OPEN DE ABONOS.CTL'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
           ELSE
               MOVE WSV-PERIODO-E TO REG-CTL-ULT-PERIODO
               WRITE REG-CONTROL
               CLOSE CONTROL-ABO
           END-IF.

       60000-INFORMAR-RESULTADO.
           MOVE WSV-TOTAL-FACTURADO TO WSV-TOTAL-EDIT
           DISPLAY WSV-LINEA
           DISPLAY 'ABONOS LEIDOS:      ' WSV-CONT-LEIDOS
           DISPLAY 'LINEAS FACTURADAS:  ' WSV-CONT-FACTURADOS
           DISPLAY '  SOBRE EL LIMITE:  ' WSV-CONT-SOBRE-LIMITE
           DISPLAY '  PRECIO MANUAL:    ' WSV-CONT-MANUALES
           DISPLAY 'ABONOS SALTEADOS:   ' WSV-CONT-SALTEADOS
           DISPLAY 'TOTAL FACTURADO:    ' WSV-TOTAL-EDIT
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
