      *cubre el saldo, R parcial si queda debiendo). El archivo se
      *carga completo en memoria y se regraba al salir, como hacen
      *los mantenimientos de la suite.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro de cuota lleva bruto, descuento y motivo
      *   del descuento (los pone CUOTAGEN); se conservan al regrabar
      *   y se muestran al asentar. Las cuotas generadas antes,
      *   que no los traen, quedan con bruto igual al monto y sin
      *   descuento.
      * 2026 10 - Los pagos de cuotas pasan por la caja como los de
      *   clientes (EJES6003): sin sesion abierta en CAJA.DAT no se
      *   registran pagos; cada pago toma medio (E/T/C), sesion y
      *   numero de recibo de RECIBOS.CTL, queda asentado en
      *   PAGOS-CUOTAS.DAT (que EJES6022 suma en el arqueo) y se
      *   emite el recibo RECIBOnnnnnn.TXT.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El nombre del alumno para el recibo se lee por clave
      *   en el maestro indexado ALUMNOS.IDX via RUTALUM en lugar de
      *   cargar ALUMNOS.DAT entero en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT CUOTAS               ASSIGN TO DISK 'CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUOTAS.

       SELECT OPTIONAL CAJA        ASSIGN TO DISK 'CAJA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CAJA.

       SELECT OPTIONAL CONTROL-REC ASSIGN TO DISK 'RECIBOS.CTL'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONTROL.

       SELECT OPTIONAL PAGOS-CUOTAS
                                   ASSIGN TO DISK 'PAGOS-CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PAGOS.

       SELECT RECIBO               ASSIGN TO DYNAMIC WSV-NOMBRE-RECIBO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RECIBO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUOTAS.
       COPY REG-CUOTA.

       FD CAJA.
       01 REG-CAJA.
           05 REG-CAJ-NRO-SESION               PIC 9(04).
           05 REG-CAJ-FECHA                    PIC 9(08).
           05 REG-CAJ-OPERADOR                 PIC X(10).
           05 REG-CAJ-FONDO                    PIC 9(05)V9(02).
           05 REG-CAJ-ESTADO                   PIC X(01).
               88 WSS-CAJ-ABIERTA                      VALUE 'A'.
               88 WSS-CAJ-CERRADA                      VALUE 'C'.

       FD CONTROL-REC.
       01 REG-CONTROL.
           05 REG-CTL-PROX-RECIBO              PIC 9(06).

       FD PAGOS-CUOTAS.
       COPY REG-PAGCU.

       FD RECIBO.
       01 REG-RECIBO                           PIC X(70).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUOTAS                        PIC X(02).
           88 WSS-FS-CUOTAS-OK                     VALUE '00' '05'.
           88 WSS-FS-CUOTAS-EOF                    VALUE '10'.

       01 WSS-FS-PAGOS                         PIC X(02).
           88 WSS-FS-PAGOS-OK                      VALUE '00' '05'.

      *SESION DE CAJA ABIERTA A LA QUE SE ATAN LOS PAGOS
       01 WSS-FS-CAJA                          PIC X(02).
           88 WSS-FS-CAJA-OK                       VALUE '00' '05'.
           88 WSS-FS-CAJA-EOF                      VALUE '10'.
       01 WSV-SESION-ABIERTA                   PIC 9(04) VALUE 0.

      *NUMERACION DE RECIBOS, COMPARTIDA CON LOS PAGOS DE CLIENTES
       01 WSS-FS-CONTROL                       PIC X(02).
           88 WSS-FS-CONTROL-OK                    VALUE '00' '05'.
           88 WSS-FS-CONTROL-EOF                   VALUE '10'.
       01 WSS-FS-RECIBO                        PIC X(02).
           88 WSS-FS-RECIBO-OK                     VALUE '00' '05'.
       01 WSV-PROX-RECIBO                      PIC 9(06).
       01 WSV-NRO-RECIBO                       PIC 9(06).
       01 WSV-NOMBRE-RECIBO                    PIC X(20).
       01 WSV-LINEA-RECIBO                     PIC X(70).
       01 WSV-MONTO-EDIT                       PIC ZZZZZ9.99.
       01 WSV-LINEA-SEP.
           05 FILLER                           PIC X(40) VALUE ALL "*".
       01 WSV-MEDIO-E                          PIC X(01).
           88 WSS-MEDIO-VALIDO                     VALUE 'E' 'T' 'C'.
       01 WSV-FECHA-HOY                        PIC 9(08).

      *NOMBRE DEL ALUMNO PARA EL RECIBO, LEIDO POR CLAVE EN ALUMNOS.IDX
       01 WSV-NOMBRE-ALUMNO                    PIC X(23).

       01 WSC-MAX-CUOTAS                       PIC 9(04) VALUE 2000.
       01 WSV-CONT-CUOTAS                      PIC S9(4) COMP VALUE 0.
       01 WST-CUOTAS-TABLA.
               10 WST-CU-PAGADO                PIC 9(05)V9(02).
               10 WST-CU-ESTADO                PIC X(01).
                   88 WSS-CU-CANCELADA                 VALUE 'C'.
               10 WST-CU-BRUTO                 PIC 9(05)V9(02).
               10 WST-CU-DESCUENTO             PIC 9(05)V9(02).
               10 WST-CU-MOTIVO-DESC           PIC X(01).

       01 WSV-BUSQUEDA                         PIC X(02).
           88 WSS-BUSQUEDA-OK                      VALUE 'OK'.
       01 WSV-IMPORTE-E                        PIC 9(05)V9(02).
       01 WSV-SALDO                            PIC S9(06)V9(02).
       01 WSV-SALDO-EDIT                       PIC ZZZZZ9.99.
       01 WSV-MOTIVO-TEXTO                     PIC X(15).
       01 WSV-SEGUIR                           PIC X(01).
       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.

       01  WSC-RUTALUM                 PIC X(07) VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-BUSCAR-SESION-ABIERTA
           IF WSV-SESION-ABIERTA = 0
               DISPLAY 'NO HAY UNA SESION DE CAJA ABIERTA '
                       '(ABRIRLA CON EJES6021), NO SE REGISTRAN '
                       'PAGOS'
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 10000-CARGAR-CUOTAS
           IF WSV-CONT-CUOTAS = 0
               DISPLAY 'CUOTAS.DAT VACIO O INEXISTENTE, CORRER '
                       'CUOTAGEN PRIMERO'
           ELSE
               PERFORM 06000-LEER-PROXIMO-RECIBO
               PERFORM 07000-ABRIR-ALUMNOS
               OPEN EXTEND PAGOS-CUOTAS
               IF NOT WSS-FS-PAGOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE PAGOS-CUOTAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               MOVE "Y" TO WSV-SEGUIR
               PERFORM 20000-REGISTRAR-PAGO
                   UNTIL WSV-SEGUIR = "N" OR WSV-SEGUIR = "n"
               CLOSE PAGOS-CUOTAS
               MOVE "CLO" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               PERFORM 30000-GRABAR-CUOTAS
           END-IF
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'CUOTAPAG' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 40000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *BUSCA LA SESION DE CAJA ABIERTA EN CAJA.DAT
       05000-BUSCAR-SESION-ABIERTA.
           MOVE 0 TO WSV-SESION-ABIERTA
           OPEN INPUT CAJA
           IF WSS-FS-CAJA-OK
               PERFORM 05100-LEER-Y-BUSCAR-SESION
                   UNTIL WSS-FS-CAJA-EOF
           END-IF
           CLOSE CAJA.

       05100-LEER-Y-BUSCAR-SESION.
           READ CAJA
           IF WSS-FS-CAJA-OK
               IF WSS-CAJ-ABIERTA
                   MOVE REG-CAJ-NRO-SESION TO WSV-SESION-ABIERTA
               END-IF
           END-IF.

      *LEE EL PROXIMO NUMERO DE RECIBO DEL CONTROL (ARRANCA EN 1
      *SI EL CONTROL NO EXISTE TODAVIA)
       06000-LEER-PROXIMO-RECIBO.
           MOVE 1 TO WSV-PROX-RECIBO
           OPEN INPUT CONTROL-REC
           IF WSS-FS-CONTROL-OK
               READ CONTROL-REC
               IF WSS-FS-CONTROL-OK
                   MOVE REG-CTL-PROX-RECIBO TO WSV-PROX-RECIBO
               END-IF
           END-IF
           CLOSE CONTROL-REC.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA TOMAR EL
      *NOMBRE DEL ALUMNO EN EL RECIBO
       07000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *CARGA CUOTAS.DAT COMPLETO EN MEMORIA
       10000-CARGAR-CUOTAS.
           OPEN INPUT CUOTAS
                   MOVE REG-CUO-MONTO TO WST-CU-MONTO(IND-CU)
                   MOVE REG-CUO-PAGADO TO WST-CU-PAGADO(IND-CU)
                   MOVE REG-CUO-ESTADO TO WST-CU-ESTADO(IND-CU)
                   IF REG-CUO-BRUTO NUMERIC
                           AND REG-CUO-DESCUENTO NUMERIC
                       MOVE REG-CUO-BRUTO TO WST-CU-BRUTO(IND-CU)
                       MOVE REG-CUO-DESCUENTO
                           TO WST-CU-DESCUENTO(IND-CU)
                       MOVE REG-CUO-MOTIVO-DESC
                           TO WST-CU-MOTIVO-DESC(IND-CU)
                   ELSE
                       MOVE REG-CUO-MONTO TO WST-CU-BRUTO(IND-CU)
                       MOVE 0 TO WST-CU-DESCUENTO(IND-CU)
                       MOVE SPACE TO WST-CU-MOTIVO-DESC(IND-CU)
                   END-IF
               END-IF
           END-IF.

           COMPUTE WSV-SALDO = WST-CU-MONTO(IND-CU) -
                   WST-CU-PAGADO(IND-CU)
           MOVE WSV-SALDO TO WSV-SALDO-EDIT
           IF WST-CU-DESCUENTO(IND-CU) > 0
               EVALUATE WST-CU-MOTIVO-DESC(IND-CU)
                   WHEN 'B' MOVE 'BECA' TO WSV-MOTIVO-TEXTO
                   WHEN 'H' MOVE 'HERMANOS' TO WSV-MOTIVO-TEXTO
                   WHEN 'A' MOVE 'BECA Y HERMANOS' TO WSV-MOTIVO-TEXTO
                   WHEN OTHER MOVE SPACES TO WSV-MOTIVO-TEXTO
               END-EVALUATE
               DISPLAY 'ARANCEL: ' WST-CU-BRUTO(IND-CU)
                       '  DESCUENTO: ' WST-CU-DESCUENTO(IND-CU)
                       ' (' WSV-MOTIVO-TEXTO ')'
           END-IF
           DISPLAY 'MONTO DE LA CUOTA: ' WST-CU-MONTO(IND-CU)
                   '  SALDO: ' WSV-SALDO-EDIT
           DISPLAY 'INGRESE IMPORTE ABONADO: '
           IF WSV-IMPORTE-E = 0
               DISPLAY 'IMPORTE EN CERO, NO SE ASIENTA NADA'
           ELSE
               MOVE SPACES TO WSV-MEDIO-E
               PERFORM UNTIL WSS-MEDIO-VALIDO
                   DISPLAY 'INGRESAR MEDIO DE PAGO (E EFECTIVO, '
                           'T TRANSFERENCIA, C CHEQUE): '
                   ACCEPT WSV-MEDIO-E
               END-PERFORM
               ADD WSV-IMPORTE-E TO WST-CU-PAGADO(IND-CU)
               IF WST-CU-PAGADO(IND-CU) >= WST-CU-MONTO(IND-CU)
                   MOVE 'C' TO WST-CU-ESTADO(IND-CU)
                           'CON SALDO'
               END-IF
               ADD 1 TO WSV-CONT-CAMBIOS
               PERFORM 23000-ASIGNAR-RECIBO
               PERFORM 24000-ASENTAR-PAGO-CAJA
               PERFORM 25000-EMITIR-RECIBO
           END-IF.

      *ASIGNA EL NUMERO AL PAGO Y REGRABA EL CONTROL EN EL ACTO,
      *PARA QUE UNA CAIDA NO REPITA NUMEROS
       23000-ASIGNAR-RECIBO.
           MOVE WSV-PROX-RECIBO TO WSV-NRO-RECIBO
           ADD 1 TO WSV-PROX-RECIBO
           OPEN OUTPUT CONTROL-REC
           IF NOT WSS-FS-CONTROL-OK
               DISPLAY 'ERROR EN EL OPEN DE RECIBOS.CTL'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
           ELSE
               MOVE WSV-PROX-RECIBO TO REG-CTL-PROX-RECIBO
               WRITE REG-CONTROL
               IF NOT WSS-FS-CONTROL-OK
                   DISPLAY 'ERROR EN EL WRITE DE RECIBOS.CTL'
                   DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
               END-IF
               CLOSE CONTROL-REC
           END-IF.

      *DEJA EL PAGO EN PAGOS-CUOTAS.DAT ATADO A LA SESION DE CAJA
       24000-ASENTAR-PAGO-CAJA.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-NRO-ALUMNO-E TO REG-PCU-NRO-ALUMNO
           MOVE WSV-PERIODO-E TO REG-PCU-PERIODO
           MOVE WSV-FECHA-HOY TO REG-PCU-FECHA
           MOVE WSV-IMPORTE-E TO REG-PCU-MONTO
           MOVE WSV-MEDIO-E TO REG-PCU-MEDIO
           MOVE WSV-NRO-RECIBO TO REG-PCU-RECIBO
           MOVE WSV-SESION-ABIERTA TO REG-PCU-SESION
           WRITE REG-PAGO-CUOTA
           IF NOT WSS-FS-PAGOS-OK
               DISPLAY 'ERROR EN EL WRITE DE PAGOS-CUOTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
           END-IF.

      *EMITE EL RECIBO FORMATEADO RECIBONNNNNN.TXT DEL PAGO, CON EL
      *MISMO FORMATO QUE LOS RECIBOS DE CLIENTES
       25000-EMITIR-RECIBO.
           MOVE SPACES TO WSV-NOMBRE-ALUMNO
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               MOVE REG-ALUX-R-NOMBRE TO WSV-NOMBRE-ALUMNO
           END-IF
           MOVE SPACES TO WSV-NOMBRE-RECIBO
           STRING 'RECIBO' WSV-NRO-RECIBO '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-RECIBO
           OPEN OUTPUT RECIBO
           IF NOT WSS-FS-RECIBO-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-RECIBO
               DISPLAY 'FILE STATUS ' WSS-FS-RECIBO
           ELSE
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'RECIBO NRO ' WSV-NRO-RECIBO
                       ' - ARANCEL ESCOLAR'
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE WSV-LINEA-SEP TO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'ALUMNO: ' WSV-NRO-ALUMNO-E ' '
                       WSV-NOMBRE-ALUMNO
                       ' CURSO: ' WST-CU-CURSO(IND-CU)
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'CUOTA DEL PERIODO: ' WSV-PERIODO-E
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'FECHA: ' WSV-FECHA-HOY
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE WSV-IMPORTE-E TO WSV-MONTO-EDIT
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'MONTO: ' WSV-MONTO-EDIT
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE SPACES TO WSV-LINEA-RECIBO
               EVALUATE WSV-MEDIO-E
                   WHEN 'E' MOVE 'MEDIO DE PAGO: EFECTIVO'
                       TO WSV-LINEA-RECIBO
                   WHEN 'T' MOVE 'MEDIO DE PAGO: TRANSFERENCIA'
                       TO WSV-LINEA-RECIBO
                   WHEN OTHER MOVE 'MEDIO DE PAGO: CHEQUE'
                       TO WSV-LINEA-RECIBO
               END-EVALUATE
               PERFORM 25100-ESCRIBIR-LINEA-REC
               COMPUTE WSV-SALDO = WST-CU-MONTO(IND-CU) -
                       WST-CU-PAGADO(IND-CU)
               IF WSV-SALDO < 0
                   MOVE 0 TO WSV-SALDO
               END-IF
               MOVE WSV-SALDO TO WSV-MONTO-EDIT
               MOVE SPACES TO WSV-LINEA-RECIBO
               STRING 'SALDO DE LA CUOTA: ' WSV-MONTO-EDIT
                   DELIMITED BY SIZE INTO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               MOVE WSV-LINEA-SEP TO WSV-LINEA-RECIBO
               PERFORM 25100-ESCRIBIR-LINEA-REC
               CLOSE RECIBO
               DISPLAY 'RECIBO EMITIDO EN ' WSV-NOMBRE-RECIBO
           END-IF.

       25100-ESCRIBIR-LINEA-REC.
           MOVE WSV-LINEA-RECIBO TO REG-RECIBO
           WRITE REG-RECIBO
           IF NOT WSS-FS-RECIBO-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-RECIBO
               DISPLAY 'FILE STATUS ' WSS-FS-RECIBO
           END-IF.

      *REGRABA CUOTAS.DAT COMPLETO CON LOS PAGOS ASENTADOS
                           TO REG-CUO-PAGADO
                       MOVE WST-CU-ESTADO(IND-CU)
                           TO REG-CUO-ESTADO
                       MOVE WST-CU-BRUTO(IND-CU) TO REG-CUO-BRUTO
                       MOVE WST-CU-DESCUENTO(IND-CU)
                           TO REG-CUO-DESCUENTO
                       MOVE WST-CU-MOTIVO-DESC(IND-CU)
                           TO REG-CUO-MOTIVO-DESC
                       WRITE REG-CUOTA
                       IF NOT WSS-FS-CUOTAS-OK
                           DISPLAY 'ERROR EN EL WRITE DE CUOTAS'
