      *   condicion de IVA) tomada del maestro CLIENTES.DAT
      *   (EJES6008); si la cuenta no esta en el maestro se avisa y
      *   la factura sale como antes.
      * 2026 10 - SERVICIO.DAT lleva al final la marca de precio manual
      *   de la linea (S precio fuera de la lista de precios, N precio
      *   de lista, en blanco lineas anteriores y notas de credito).
      * 2026 10 - SERVICIO.DAT lleva al final el periodo original de la
      *   linea (REG-PERIODO-ORIGEN) cuando se la asento en el periodo
      *   abierto porque el suyo estaba cerrado por EJES6042; en blanco
      *   en las demas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO), en 0 o en blanco cuando no se
      *   informa.
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD CLIENTES.
       01 REG-CLIENTE.
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

       FD CONTROL-FAC.
       01 REG-CONTROL.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-INICIALIZAR-TASAS
           PERFORM 10000-PEDIR-CUENTA-Y-PERIODO
           PERFORM 20000-ABRIR-FACTURA
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6017' TO REG-OPER-PROGRAMA-E
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

       05000-INICIALIZAR-TASAS.
           PERFORM VARYING WSV-SUB-TASA FROM 1 BY 1
                   UNTIL WSV-SUB-TASA > 3
