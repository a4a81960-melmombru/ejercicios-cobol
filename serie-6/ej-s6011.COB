      *   avisa, y pasado el porcentaje duro (120 %) la linea se
      *   bloquea salvo que se ingrese un codigo de autorizacion,
      *   que queda a la vista en el listado de EJES6009.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - El monto propone el precio de lista vigente para el
      *   periodo (PRECIOS.DAT, EJES6034); 0 lo acepta, y un monto
      *   distinto o una linea sin precio de lista quedan marcados como
      *   precio manual en SERVICIO.DAT.
      * 2026 10 - REG-SALDO lleva signo (saldo negativo = saldo a favor
      *   del cliente); el saldo proyectado contra el limite descuenta
      *   el saldo a favor.
      * 2026 10 - SERVICIO.DAT lleva al final el periodo original
      *   (REG-PERIODO-ORIGEN). Un periodo ya cerrado por EJES6042
      *   (consulta a RUTPERIO) no se acepta: se ofrece grabar la linea
      *   en el periodo abierto con el periodo tipeado como referencia.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO, kWh, m3, minutos segun la
      *   cuenta); se pide despues del monto y 0 la deja sin informar.
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL CUENTAS ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL PRECIOS ASSIGN TO DISK 'PRECIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PRECIOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
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
       01 WSS-FS-SERVICIOS         PIC X(02).
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
       01 WSV-AUTORIZACION-E       PIC X(06).
       01 WSV-LINEA-ACEPTADA       PIC X(01).
           88 WSS-LINEA-ACEPTADA       VALUE 'S'.

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
       01 WSV-PERIODO-NUM          PIC 9(06).
       01 WSV-FECHA-PERIODO        PIC 9(08).
       01 WSV-VIGENCIA-HALLADA     PIC 9(08).
       01 WSV-PRECIO-LISTA         PIC 9(05)V9(02).
       01 WSV-PRECIO-LISTA-EDIT    PIC ZZZZ9.99.
       01 WSV-PRECIO-HALLADO       PIC X(01).
           88 WSS-PRECIO-HALLADO       VALUE 'S'.

      *UN PERIODO YA CERRADO (EJES6042) NO ADMITE LINEAS: SE OFRECE
      *EL PERIODO ABIERTO Y EL ORIGINAL QUEDA COMO REFERENCIA
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01 WSV-CONT-SALIDA          PIC S9(4) COMP VALUE 0.

       01 WSV-SEGUIR               PIC X(01).
           05 WSV-MONTO-FACTURA    PIC S9(05)V9(02).
           05 WSV-TASA-COD         PIC 9(01).
               88 WSS-TASA-VALIDA          VALUE 0 1 2.
           05 WSV-PRECIO-MANUAL    PIC X(01).
           05 WSV-PERIODO-ORIGEN   PIC X(06).
           05 WSV-CANTIDAD-CONSUMO PIC 9(07).

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 03000-CARGAR-CUENTAS
           PERFORM 04000-CARGAR-CLIENTES
           PERFORM 05000-CARGAR-CATALOGO
           PERFORM 07000-CARGAR-PRECIOS
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM INGRESO-DE-DATOS
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM INFORMAR-CANT-REGS-GRABADOS
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6011' TO REG-OPER-PROGRAMA-E
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
               END-IF
           END-IF.

      *EL PRECIO SE TOMA DEL PERIODO TIPEADO; SI ESE MES ESTA CERRADO
      *LA LINEA SOLO SE GRABA EN EL PERIODO ABIERTO
       03400-VERIFICAR-PERIODO.
           SET WSS-LINEA-ACEPTADA TO TRUE
           MOVE SPACES TO WSV-PERIODO-ORIGEN
           SET WSS-PERIODO-MES TO TRUE
           MOVE WSV-PERIODO-FACT TO REG-PERIO-PERIODO
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           EVALUATE TRUE
               WHEN WSS-PERIO-ERROR
                   DISPLAY 'PERIODO INVALIDO, NO SE GRABA LA LINEA'
                   MOVE 'N' TO WSV-LINEA-ACEPTADA
               WHEN WSS-PERIODO-CERRADO
                   DISPLAY 'EL PERIODO ' WSV-PERIODO-FACT
                           ' ESTA CERRADO'
                   DISPLAY 'GRABAR LA LINEA EN EL PERIODO '
                           REG-PERIO-PERIODO-R ' (S/N)? '
                   ACCEPT WSV-CONFIRMA-PERIODO
                   IF WSS-CONFIRMA-PERIODO
                       MOVE WSV-PERIODO-FACT TO WSV-PERIODO-ORIGEN
                       MOVE REG-PERIO-PERIODO-R TO WSV-PERIODO-FACT
                   ELSE
                       DISPLAY 'NO SE GRABA LA LINEA'
                       MOVE 'N' TO WSV-LINEA-ACEPTADA
                   END-IF
           END-EVALUATE.

      *CONTROLA EL LIMITE DE CREDITO DE LA CUENTA CONTRA EL SALDO
      *PROYECTADO (SALDO DE CUENTAS.DAT MAS LO CARGADO EN ESTA
      *SESION MAS LA LINEA NUEVA): PASADO EL LIMITE SE AVISA, Y
                       DISPLAY "INGRESAR PERIODO FACTURADO "
                               "(AAAAMM): "
                       ACCEPT WSV-PERIODO-FACT
                       PERFORM 07600-PROPONER-PRECIO
                       DISPLAY "INGRESAR CANTIDAD CONSUMIDA "
                               "(0 = NO SE INFORMA): "
                       ACCEPT WSV-CANTIDAD-CONSUMO
                       PERFORM 03400-VERIFICAR-PERIODO
                       IF WSS-LINEA-ACEPTADA
                           PERFORM 03500-CONTROLAR-LIMITE
                       END-IF
                       IF WSS-LINEA-ACEPTADA
                           PERFORM 20000-ESCRITURA
                       END-IF
               ACCEPT WSV-SEGUIR
           END-PERFORM.

      *CARGA LA LISTA DE PRECIOS; SI PRECIOS.DAT NO EXISTE TODAS LAS
      *LINEAS SE CARGAN CON MONTO MANUAL
       07000-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS
           IF NOT WSS-FS-PRECIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PRECIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 07100-LEER-Y-CARGAR-PRE UNTIL WSS-FS-PRECIOS-EOF
           CLOSE PRECIOS.

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

      *BUSCA EL PRECIO VIGENTE DEL CODIGO PARA EL PERIODO: EL DE
      *MAYOR FECHA DE VIGENCIA QUE NO PASE EL PRIMER DIA DEL PERIODO
       07500-BUSCAR-PRECIO-LISTA.
           MOVE 'N' TO WSV-PRECIO-HALLADO
           MOVE 0 TO WSV-VIGENCIA-HALLADA
           MOVE 0 TO WSV-PRECIO-LISTA
           MOVE WSV-PERIODO-FACT TO WSV-PERIODO-NUM
           COMPUTE WSV-FECHA-PERIODO = WSV-PERIODO-NUM * 100 + 1
           PERFORM VARYING IND-PRE FROM 1 BY 1
                   UNTIL IND-PRE > WSV-CONT-PRECIOS
               IF WST-PR-CODIGO(IND-PRE) = WSV-COD-SERVICIO
                  AND WST-PR-VIGENCIA(IND-PRE) <= WSV-FECHA-PERIODO
                  AND WST-PR-VIGENCIA(IND-PRE) >= WSV-VIGENCIA-HALLADA
                   SET WSS-PRECIO-HALLADO TO TRUE
                   MOVE WST-PR-VIGENCIA(IND-PRE)
                       TO WSV-VIGENCIA-HALLADA
                   MOVE WST-PR-PRECIO(IND-PRE) TO WSV-PRECIO-LISTA
               END-IF
           END-PERFORM.

      *PROPONE EL PRECIO DE LISTA DEL PERIODO; CERO LO ACEPTA Y
      *CUALQUIER OTRO MONTO QUEDA MARCADO COMO PRECIO MANUAL
       07600-PROPONER-PRECIO.
           PERFORM 07500-BUSCAR-PRECIO-LISTA
           IF WSS-PRECIO-HALLADO
               MOVE WSV-PRECIO-LISTA TO WSV-PRECIO-LISTA-EDIT
               DISPLAY "PRECIO DE LISTA VIGENTE DESDE "
                       WSV-VIGENCIA-HALLADA ": " WSV-PRECIO-LISTA-EDIT
               DISPLAY "INGRESAR MONTO FACTURADO "
                       "(0 = PRECIO DE LISTA): "
               ACCEPT WSV-MONTO-FACTURA
               IF WSV-MONTO-FACTURA = 0
                   MOVE WSV-PRECIO-LISTA TO WSV-MONTO-FACTURA
               END-IF
               IF WSV-MONTO-FACTURA = WSV-PRECIO-LISTA
                   MOVE 'N' TO WSV-PRECIO-MANUAL
               ELSE
                   MOVE 'S' TO WSV-PRECIO-MANUAL
                   DISPLAY "MONTO DISTINTO DEL PRECIO DE LISTA, LA "
                           "LINEA QUEDA MARCADA COMO PRECIO MANUAL"
               END-IF
           ELSE
               DISPLAY "SIN PRECIO DE LISTA PARA EL PERIODO, LA "
                       "LINEA QUEDA MARCADA COMO PRECIO MANUAL"
               DISPLAY "INGRESAR MONTO FACTURADO: "
               ACCEPT WSV-MONTO-FACTURA
               MOVE 'S' TO WSV-PRECIO-MANUAL
           END-IF.

      *BUSCA EL CODIGO INGRESADO EN EL CATALOGO Y DEJA IND-CAT
      *POSICIONADO SI LO ENCUENTRA
       VALIDAR-CODIGO-CATALOGO.
