      *cargo en MOVCLI.DAT, EJES6007 no recarga a los clientes con
      *convenio vigente, y EJES6026 arma el informe de cumplimiento.
      *Un convenio incumplido se marca ROTO desde aca.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CONVENIOS         PIC X(02).
       01 WSV-CONT-CONVENIOS       PIC S9(4) COMP VALUE 0.
       01 WST-CONVENIOS.
           05 WST-CONVENIO-ITEM    OCCURS 100 TIMES INDEXED BY IND.
               10 WST-CV-REGISTRO      PIC X(50).

       01 WSV-CONVENIO-VISTA.
           05 WSV-CV-NRO-CLIENTE   PIC 9(08).
           05 WSV-CV-FECHA-ALTA    PIC 9(08).
           05 WSV-CV-TOTAL         PIC 9(07)V9(02).
           05 WSV-CV-CANT-CUOTAS   PIC 9(02).
       01 WSV-CLIENTE-VALIDO       PIC X(01).
           88 WSS-CLIENTE-VALIDO       VALUE 'S'.

       01 WSV-NRO-CLI-E            PIC 9(08).
       01 WSV-TOTAL-E              PIC 9(07)V9(02).
       01 WSV-CANT-CUOTAS-E        PIC 9(02).
       01 WSV-PERIODO-INI-E        PIC 9(06).
       01 WSV-SUB-CV               PIC 9(03).
       01 WSV-CONVENIO-VISTO       PIC X(01).
           88 WSS-CONVENIO-VISTO       VALUE 'S'.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-CLIENTES
           PERFORM 10000-CARGAR-CONVENIOS
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-CONVENIOS
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6024' TO REG-OPER-PROGRAMA-E
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

       05000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF NOT WSS-FS-CLIENTES-OK
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-ALTA-CONVENIO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-MARCAR-ROTO
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-CONVENIOS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
