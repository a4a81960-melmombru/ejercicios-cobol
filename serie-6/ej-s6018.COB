      *baja y listado. El alta de lineas de factura valida contra
      *este catalogo para que no se acumulen mas variantes tipo
      *'LUZ', 'LZ ' y 'ELE' del mismo servicio.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada codigo lleva una categoria (ENERGIA, COMUNIC,
      *   etc.) para los aumentos masivos de precios de EJES6035.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-CAT-CODIGO       PIC X(03).
           05 REG-CAT-DESCRIP      PIC X(30).
           05 REG-CAT-TASA         PIC 9(01).
           05 REG-CAT-CATEGORIA    PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CATALOGO          PIC X(02).
               10 WST-CAT-CODIGO   PIC X(03).
               10 WST-CAT-DESCRIP  PIC X(30).
               10 WST-CAT-TASA     PIC 9(01).
               10 WST-CAT-CATEGORIA PIC X(10).
               10 WST-CAT-BAJA     PIC X(01) VALUE 'N'.
                   88 WSS-CAT-DE-BAJA      VALUE 'S'.

       01 WSV-DESCRIP-E            PIC X(30).
       01 WSV-TASA-E               PIC 9(01).
           88 WSS-TASA-VALIDA          VALUE 0 1 2.
       01 WSV-CATEGORIA-E          PIC X(10).
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
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6018' TO REG-OPER-PROGRAMA-E
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
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
                   MOVE REG-CAT-CODIGO TO WST-CAT-CODIGO(IND)
                   MOVE REG-CAT-DESCRIP TO WST-CAT-DESCRIP(IND)
                   MOVE REG-CAT-TASA TO WST-CAT-TASA(IND)
                   MOVE REG-CAT-CATEGORIA TO WST-CAT-CATEGORIA(IND)
                   MOVE 'N' TO WST-CAT-BAJA(IND)
               END-IF
           END-IF.
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-CODIGO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-CODIGO
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-CODIGO
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-CATALOGO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
                   DISPLAY 'INGRESE DESCRIPCION: '
                   ACCEPT WSV-DESCRIP-E
                   PERFORM 26000-PEDIR-TASA
                   PERFORM 27000-PEDIR-CATEGORIA
                   ADD 1 TO WSV-CONT-CODIGOS
                   SET IND TO WSV-CONT-CODIGOS
                   MOVE WSV-CODIGO-E TO WST-CAT-CODIGO(IND)
                   MOVE WSV-DESCRIP-E TO WST-CAT-DESCRIP(IND)
                   MOVE WSV-TASA-E TO WST-CAT-TASA(IND)
                   MOVE WSV-CATEGORIA-E TO WST-CAT-CATEGORIA(IND)
                   MOVE 'N' TO WST-CAT-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'CODIGO AGREGADO'
               ACCEPT WSV-DESCRIP-E
               DISPLAY 'TASA ACTUAL: ' WST-CAT-TASA(IND)
               PERFORM 26000-PEDIR-TASA
               DISPLAY 'CATEGORIA ACTUAL: ' WST-CAT-CATEGORIA(IND)
               PERFORM 27000-PEDIR-CATEGORIA
               MOVE WSV-DESCRIP-E TO WST-CAT-DESCRIP(IND)
               MOVE WSV-TASA-E TO WST-CAT-TASA(IND)
               MOVE WSV-CATEGORIA-E TO WST-CAT-CATEGORIA(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'CODIGO ACTUALIZADO'
           ELSE
               IF NOT WSS-CAT-DE-BAJA(IND)
                   DISPLAY WST-CAT-CODIGO(IND) ' '
                           WST-CAT-DESCRIP(IND) ' TASA '
                           WST-CAT-TASA(IND) ' '
                           WST-CAT-CATEGORIA(IND)
               END-IF
           END-PERFORM.

               ACCEPT WSV-TASA-E
           END-PERFORM.

      *LA CATEGORIA AGRUPA CODIGOS PARA LOS AUMENTOS MASIVOS DE
      *PRECIOS DE EJES6035; EN BLANCO EL CODIGO NO TIENE CATEGORIA
       27000-PEDIR-CATEGORIA.
           MOVE SPACES TO WSV-CATEGORIA-E
           DISPLAY 'INGRESE CATEGORIA (EN BLANCO SIN CATEGORIA): '
           ACCEPT WSV-CATEGORIA-E.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
                           MOVE WST-CAT-DESCRIP(IND)
                               TO REG-CAT-DESCRIP
                           MOVE WST-CAT-TASA(IND) TO REG-CAT-TASA
                           MOVE WST-CAT-CATEGORIA(IND)
                               TO REG-CAT-CATEGORIA
                           WRITE REG-CATALOGO
                           IF NOT WSS-FS-CATALOGO-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
