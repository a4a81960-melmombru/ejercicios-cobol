      *(hasta ahora 2 digitos) y las cuentas de facturacion de
      *SERVICIO.DAT bajo una sola numeracion; las altas de EJES6011
      *y EJES6003 validan contra este maestro.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - CLIENTES.DAT lleva al final el nro de cliente en que
      *   se fusiono (EJES6044); el listado lo muestra y un cliente
      *   fusionado no se modifica.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CLIENTES          PIC X(02).
               10 WST-CL-DOMICILIO     PIC X(30).
               10 WST-CL-CUIT          PIC X(13).
               10 WST-CL-IVA           PIC X(02).
               10 WST-CL-FUSIONADO-EN  PIC 9(08).
               10 WST-CL-BAJA          PIC X(01) VALUE 'N'.
                   88 WSS-CLIENTE-DE-BAJA      VALUE 'S'.

           88 WSS-IVA-VALIDA           VALUE 'RI' 'MO' 'EX' 'CF'.
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CONT-CAMBIOS         PIC S9(4) COMP VALUE 0.

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
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6008' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 40000-FIN-DEL-PROGRAMA
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
           MOVE 0 TO WSV-CONT-CLIENTES
           OPEN INPUT CLIENTES
                   MOVE REG-CLI-DOMICILIO TO WST-CL-DOMICILIO(IND)
                   MOVE REG-CLI-CUIT TO WST-CL-CUIT(IND)
                   MOVE REG-CLI-IVA TO WST-CL-IVA(IND)
                   IF REG-CLI-FUSIONADO-EN IS NUMERIC
                       MOVE REG-CLI-FUSIONADO-EN
                           TO WST-CL-FUSIONADO-EN(IND)
                   ELSE
                       MOVE 0 TO WST-CL-FUSIONADO-EN(IND)
                   END-IF
                   MOVE 'N' TO WST-CL-BAJA(IND)
               END-IF
           END-IF.
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-CLIENTE
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-CLIENTE
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-CLIENTE
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-CLIENTES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
                   MOVE WSV-DOMICILIO-E TO WST-CL-DOMICILIO(IND)
                   MOVE WSV-CUIT-E TO WST-CL-CUIT(IND)
                   MOVE WSV-IVA-E TO WST-CL-IVA(IND)
                   MOVE 0 TO WST-CL-FUSIONADO-EN(IND)
                   MOVE 'N' TO WST-CL-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'CLIENTE AGREGADO'
           DISPLAY 'INGRESE NRO DE CLIENTE A MODIFICAR: '
           ACCEPT WSV-NRO-CLI-E
           PERFORM 26000-BUSCAR-CLIENTE
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'NO EXISTE UN CLIENTE CON ESE NUMERO'
               WHEN WST-CL-FUSIONADO-EN(IND) > 0
                   DISPLAY 'EL CLIENTE ESTA FUSIONADO EN EL '
                           WST-CL-FUSIONADO-EN(IND) ', SE MODIFICA ESE'
               WHEN OTHER
                   DISPLAY 'RAZON SOCIAL ACTUAL: ' WST-CL-RAZON(IND)
                   PERFORM 25000-PEDIR-DATOS
                   MOVE WSV-RAZON-E TO WST-CL-RAZON(IND)
                   MOVE WSV-DOMICILIO-E TO WST-CL-DOMICILIO(IND)
                   MOVE WSV-CUIT-E TO WST-CL-CUIT(IND)
                   MOVE WSV-IVA-E TO WST-CL-IVA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'CLIENTE ACTUALIZADO'
           END-EVALUATE.

       23000-ELIMINAR-CLIENTE.
           DISPLAY 'INGRESE NRO DE CLIENTE A ELIMINAR: '
       24000-LISTAR-CLIENTES.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               EVALUATE TRUE
                   WHEN WSS-CLIENTE-DE-BAJA(IND)
                       CONTINUE
                   WHEN WST-CL-FUSIONADO-EN(IND) > 0
                       DISPLAY WST-CL-NRO(IND) ' ' WST-CL-RAZON(IND)
                               ' FUSIONADO EN '
                               WST-CL-FUSIONADO-EN(IND)
                   WHEN OTHER
                       DISPLAY WST-CL-NRO(IND) ' ' WST-CL-RAZON(IND)
                               ' ' WST-CL-CUIT(IND) ' IVA '
                               WST-CL-IVA(IND)
               END-EVALUATE
           END-PERFORM.

       26000-BUSCAR-CLIENTE.
                               TO REG-CLI-DOMICILIO
                           MOVE WST-CL-CUIT(IND) TO REG-CLI-CUIT
                           MOVE WST-CL-IVA(IND) TO REG-CLI-IVA
                           MOVE WST-CL-FUSIONADO-EN(IND)
                               TO REG-CLI-FUSIONADO-EN
                           WRITE REG-CLIENTE
                           IF NOT WSS-FS-CLIENTES-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
