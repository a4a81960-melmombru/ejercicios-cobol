      *   registro del pago, y se emite el recibo formateado
      *   RECIBOnnnnnn.TXT al estilo de la factura de EJES6017, para
      *   jubilar el talonario manuscrito.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Un pago con cheque pide banco, nro, librador y fecha
      *   de cobro, y el cheque queda en cartera en CHEQUES.DAT (estado
      *   C) con el recibo y la sesion; un cheque ya registrado no se
      *   recibe dos veces. EJES6036 sigue el cheque hasta acreditarlo o
      *   rechazarlo.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT RECIBO           ASSIGN TO DYNAMIC WSV-NOMBRE-RECIBO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RECIBO.

       SELECT OPTIONAL CHEQUES ASSIGN TO DISK 'CHEQUES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CHEQUES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PAGOS.
       01 REG-PAGO.
           05 REG-PAG-NRO-CLIENTE  PIC 9(08).
           05 REG-PAG-FECHA        PIC 9(08).
           05 REG-PAG-MONTO        PIC 9(05)V9(02).
           05 REG-PAG-MEDIO        PIC X(01).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

       FD CAJA.
       01 REG-CAJA.

       FD RECIBO.
       01 REG-RECIBO               PIC X(70).

       FD CHEQUES.
       01 REG-CHEQUE.
           05 REG-CHQ-BANCO        PIC X(15).
           05 REG-CHQ-NUMERO       PIC 9(08).
           05 REG-CHQ-LIBRADOR     PIC X(30).
           05 REG-CHQ-NRO-CLIENTE  PIC 9(08).
           05 REG-CHQ-IMPORTE      PIC 9(05)V9(02).
           05 REG-CHQ-FECHA-RECIBIDO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-COBRO  PIC 9(08).
           05 REG-CHQ-RECIBO       PIC 9(06).
           05 REG-CHQ-SESION       PIC 9(04).
           05 REG-CHQ-ESTADO       PIC X(01).
           05 REG-CHQ-FECHA-DEPOSITO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-ESTADO PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PAGOS             PIC X(02).
       01 WSV-LINEA-SEP.
           05 FILLER               PIC X(40) VALUE ALL "*".

      *CARTERA DE CHEQUES: LOS DATOS DEL CHEQUE DE UN PAGO CON
      *MEDIO C QUEDAN EN CHEQUES.DAT (EJES6036 LOS SIGUE)
       01 WSS-FS-CHEQUES           PIC X(02).
           88 WSS-FS-CHEQUES-OK        VALUE '00' '05'.
           88 WSS-FS-CHEQUES-EOF       VALUE '10'.
       01 WSC-MAX-CHEQUES          PIC 9(03) VALUE 500.
       01 WSV-CONT-CHEQUES         PIC S9(4) COMP VALUE 0.
       01 WST-CHEQUES.
           05 WST-CHEQUE-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IND-CHQ.
               10 WST-CH-BANCO         PIC X(15).
               10 WST-CH-NUMERO        PIC 9(08).
       01 WSV-CHEQUE-REPETIDO      PIC X(01).
           88 WSS-CHEQUE-REPETIDO      VALUE 'S'.
       01 WSV-BANCO-E              PIC X(15).
       01 WSV-NRO-CHEQUE-E         PIC 9(08).
       01 WSV-LIBRADOR-E           PIC X(30).
       01 WSV-FECHA-COBRO-E        PIC 9(08).

       01 WSV-ENTRADA.
           05 WSV-NRO-CLIENTE      PIC 9(08).
           05 WSV-FECHA            PIC 9(08).
           05 WSV-MONTO            PIC 9(05)V9(02).
           05 WSV-MEDIO            PIC X(01).
           05 WSV-RECIBO           PIC 9(06).
           05 WSV-SESION           PIC 9(04).
           05 WSV-CONCILIADO       PIC X(01) VALUE 'N'.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 01000-IDENTIFICAR-OPERADOR
           PERFORM 02000-BUSCAR-SESION-ABIERTA
           IF WSV-SESION-ABIERTA = 0
               DISPLAY 'NO HAY UNA SESION DE CAJA ABIERTA '
           END-IF
           PERFORM 03000-LEER-PROXIMO-RECIBO
           PERFORM 04000-CARGAR-CLIENTES
           PERFORM 05000-CARGAR-CHEQUES
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM INGRESO-DE-DATOS
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM INFORMAR-CANT-REGS-GRABADOS
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       01000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6003' TO REG-OPER-PROGRAMA-E
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

       INGRESO-DE-DATOS.
           PERFORM UNTIL WSV-SEGUIR = 'N' OR WSV-SEGUIR = 'n'
               DISPLAY "INGRESAR NRO DE CLIENTE: "
                               "T TRANSFERENCIA, C CHEQUE): "
                       ACCEPT WSV-MEDIO
                   END-PERFORM
                   MOVE 'N' TO WSV-CHEQUE-REPETIDO
                   IF WSV-MEDIO = 'C'
                       PERFORM 05500-PEDIR-DATOS-CHEQUE
                   END-IF
                   IF WSS-CHEQUE-REPETIDO
                       DISPLAY "EL CHEQUE " WSV-NRO-CHEQUE-E " DEL "
                               "BANCO " WSV-BANCO-E " YA ESTA EN "
                               "CHEQUES.DAT, NO SE GRABA EL PAGO"
                   ELSE
                       PERFORM 03500-ASIGNAR-RECIBO
                       MOVE WSV-NRO-RECIBO TO WSV-RECIBO
                       MOVE WSV-SESION-ABIERTA TO WSV-SESION
                       MOVE 'N' TO WSV-CONCILIADO
                       PERFORM 20000-ESCRITURA
                       IF WSV-MEDIO = 'C'
                           PERFORM 05700-GRABAR-CHEQUE
                       END-IF
                       PERFORM 03700-EMITIR-RECIBO
                   END-IF
               END-IF
               DISPLAY "DESEA SEGUIR? "
               ACCEPT WSV-SEGUIR
                       TO WSV-LINEA-RECIBO
               END-EVALUATE
               PERFORM 03800-ESCRIBIR-LINEA-REC
               IF WSV-MEDIO = 'C'
                   MOVE SPACES TO WSV-LINEA-RECIBO
                   STRING 'CHEQUE NRO ' WSV-NRO-CHEQUE-E ' BANCO '
                           WSV-BANCO-E ' AL ' WSV-FECHA-COBRO-E
                       DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
                   PERFORM 03800-ESCRIBIR-LINEA-REC
               END-IF
               MOVE WSV-LINEA-SEP TO WSV-LINEA-RECIBO
               PERFORM 03800-ESCRIBIR-LINEA-REC
               CLOSE RECIBO
               SET IND-CLI DOWN BY 1
           END-IF.

      *CARGA BANCO Y NUMERO DE LOS CHEQUES YA REGISTRADOS PARA NO
      *RECIBIR DOS VECES EL MISMO CHEQUE
       05000-CARGAR-CHEQUES.
           OPEN INPUT CHEQUES
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR EN EL OPEN DE CHEQUES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 05100-LEER-Y-CARGAR-CHQ UNTIL WSS-FS-CHEQUES-EOF
           CLOSE CHEQUES.

       05100-LEER-Y-CARGAR-CHQ.
           READ CHEQUES
           IF WSS-FS-CHEQUES-OK
               IF WSV-CONT-CHEQUES >= WSC-MAX-CHEQUES
                   DISPLAY 'TABLA DE CHEQUES LLENA, NO SE CONTROLAN '
                           'REPETIDOS CONTRA LOS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CHEQUES
               ELSE
                   ADD 1 TO WSV-CONT-CHEQUES
                   SET IND-CHQ TO WSV-CONT-CHEQUES
                   MOVE REG-CHQ-BANCO TO WST-CH-BANCO(IND-CHQ)
                   MOVE REG-CHQ-NUMERO TO WST-CH-NUMERO(IND-CHQ)
               END-IF
           END-IF.

      *PIDE LOS DATOS DEL CHEQUE; EL LIBRADOR EN BLANCO ES EL MISMO
      *CLIENTE, Y UNA FECHA DE COBRO POSTERIOR ES UN CHEQUE DIFERIDO
       05500-PEDIR-DATOS-CHEQUE.
           MOVE SPACES TO WSV-BANCO-E
           PERFORM UNTIL WSV-BANCO-E NOT = SPACES
               DISPLAY "INGRESAR BANCO DEL CHEQUE: "
               ACCEPT WSV-BANCO-E
           END-PERFORM
           MOVE 0 TO WSV-NRO-CHEQUE-E
           PERFORM UNTIL WSV-NRO-CHEQUE-E > 0
               DISPLAY "INGRESAR NRO DE CHEQUE: "
               ACCEPT WSV-NRO-CHEQUE-E
           END-PERFORM
           MOVE 'N' TO WSV-CHEQUE-REPETIDO
           PERFORM VARYING IND-CHQ FROM 1 BY 1
                   UNTIL IND-CHQ > WSV-CONT-CHEQUES
                       OR WSS-CHEQUE-REPETIDO
               IF WST-CH-BANCO(IND-CHQ) = WSV-BANCO-E
                  AND WST-CH-NUMERO(IND-CHQ) = WSV-NRO-CHEQUE-E
                   SET WSS-CHEQUE-REPETIDO TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-CHEQUE-REPETIDO
               MOVE SPACES TO WSV-LIBRADOR-E
               DISPLAY "INGRESAR LIBRADOR (EN BLANCO SI ES EL "
                       "CLIENTE): "
               ACCEPT WSV-LIBRADOR-E
               IF WSV-LIBRADOR-E = SPACES
                   MOVE WST-CL-RAZON(IND-CLI) TO WSV-LIBRADOR-E
               END-IF
               MOVE 0 TO WSV-FECHA-COBRO-E
               PERFORM UNTIL WSV-FECHA-COBRO-E >= 20000101
                       AND WSV-FECHA-COBRO-E <= 20991231
                       AND WSV-FECHA-COBRO-E(5:2) >= '01'
                       AND WSV-FECHA-COBRO-E(5:2) <= '12'
                       AND WSV-FECHA-COBRO-E(7:2) >= '01'
                       AND WSV-FECHA-COBRO-E(7:2) <= '31'
                   DISPLAY "INGRESAR FECHA DE COBRO DEL CHEQUE "
                           "(AAAAMMDD): "
                   ACCEPT WSV-FECHA-COBRO-E
               END-PERFORM
           END-IF.

      *ASIENTA EL CHEQUE EN CARTERA (ESTADO C) ATADO AL RECIBO Y A
      *LA SESION DE CAJA DEL PAGO
       05700-GRABAR-CHEQUE.
           OPEN EXTEND CHEQUES
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR EN EL OPEN DE CHEQUES.DAT, EL CHEQUE '
                       'DEL RECIBO ' WSV-NRO-RECIBO ' NO QUEDA EN '
                       'CARTERA'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
           ELSE
               MOVE WSV-BANCO-E TO REG-CHQ-BANCO
               MOVE WSV-NRO-CHEQUE-E TO REG-CHQ-NUMERO
               MOVE WSV-LIBRADOR-E TO REG-CHQ-LIBRADOR
               MOVE WSV-NRO-CLIENTE TO REG-CHQ-NRO-CLIENTE
               MOVE WSV-MONTO TO REG-CHQ-IMPORTE
               MOVE WSV-FECHA TO REG-CHQ-FECHA-RECIBIDO
               MOVE WSV-FECHA-COBRO-E TO REG-CHQ-FECHA-COBRO
               MOVE WSV-NRO-RECIBO TO REG-CHQ-RECIBO
               MOVE WSV-SESION-ABIERTA TO REG-CHQ-SESION
               MOVE 'C' TO REG-CHQ-ESTADO
               MOVE 0 TO REG-CHQ-FECHA-DEPOSITO
               MOVE WSV-FECHA TO REG-CHQ-FECHA-ESTADO
               WRITE REG-CHEQUE
               IF NOT WSS-FS-CHEQUES-OK
                   DISPLAY 'ERROR EN EL WRITE DE CHEQUES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               ELSE
                   IF WSV-CONT-CHEQUES < WSC-MAX-CHEQUES
                       ADD 1 TO WSV-CONT-CHEQUES
                       SET IND-CHQ TO WSV-CONT-CHEQUES
                       MOVE WSV-BANCO-E TO WST-CH-BANCO(IND-CHQ)
                       MOVE WSV-NRO-CHEQUE-E
                           TO WST-CH-NUMERO(IND-CHQ)
                   END-IF
               END-IF
               CLOSE CHEQUES
           END-IF.

      *ABRE PAGOS.DAT EN MODO EXTEND PARA AGREGAR LOS PAGOS DEL DIA
      *SIN PISAR LOS YA REGISTRADOS
