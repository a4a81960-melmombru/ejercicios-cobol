      *alta, modificar y eliminar docentes (nro de docente, nombre y
      *legajo), rechazando numeros de docente duplicados. MATDOC
      *asigna despues cada materia a su docente por anio.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada docente lleva las horas semanales de contrato
      *   y el maximo de horas que puede tomar, para el informe de
      *   carga horaria (DOCCARGA). Los registros anteriores se leen
      *   con ambos valores en cero.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-NRO-DOCENTE              PIC 9(03).
           05 REG-NOMBRE-DOCENTE           PIC X(25).
           05 REG-LEGAJO-DOCENTE           PIC 9(05).
           05 REG-HS-CONTRATO-DOCENTE      PIC 9(02).
           05 REG-HS-MAXIMO-DOCENTE        PIC 9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-DOCENTE                   PIC X(02).
               10 WST-NRO-DOCENTE          PIC 9(03).
               10 WST-NOMBRE-DOCENTE       PIC X(25).
               10 WST-LEGAJO-DOCENTE       PIC 9(05).
               10 WST-HS-CONTRATO-DOCENTE  PIC 9(02).
               10 WST-HS-MAXIMO-DOCENTE    PIC 9(02).
               10 WST-BAJA                 PIC X(01) VALUE 'N'.
                   88 WSS-DOCENTE-DE-BAJA          VALUE 'S'.

       01 WSV-NRO-DOC-E                    PIC 9(03).
       01 WSV-NOMBRE-E                     PIC X(25).
       01 WSV-LEGAJO-E                     PIC 9(05).
       01 WSV-HS-CONTRATO-E                PIC 9(02).
       01 WSV-HS-MAXIMO-E                  PIC 9(02).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.

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
           MOVE 'DOCMANT' TO REG-OPER-PROGRAMA-E
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

      *LEE DOCENTES.DAT COMPLETO Y LO CARGA EN MEMORIA
       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-DOCENTE
                   MOVE REG-NRO-DOCENTE TO WST-NRO-DOCENTE(IND)
                   MOVE REG-NOMBRE-DOCENTE TO WST-NOMBRE-DOCENTE(IND)
                   MOVE REG-LEGAJO-DOCENTE TO WST-LEGAJO-DOCENTE(IND)
                   IF REG-HS-CONTRATO-DOCENTE NUMERIC
                       MOVE REG-HS-CONTRATO-DOCENTE
                           TO WST-HS-CONTRATO-DOCENTE(IND)
                   ELSE
                       MOVE 0 TO WST-HS-CONTRATO-DOCENTE(IND)
                   END-IF
                   IF REG-HS-MAXIMO-DOCENTE NUMERIC
                       MOVE REG-HS-MAXIMO-DOCENTE
                           TO WST-HS-MAXIMO-DOCENTE(IND)
                   ELSE
                       MOVE 0 TO WST-HS-MAXIMO-DOCENTE(IND)
                   END-IF
                   MOVE 'N' TO WST-BAJA(IND)
                   ADD 1 TO WSV-CONT-DOCENTE
                   ADD 1 TO IND
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-DOCENTE
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-DOCENTE
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-DOCENTE
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-DOCENTES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
                   ACCEPT WSV-NOMBRE-E
                   DISPLAY 'INGRESE LEGAJO: '
                   ACCEPT WSV-LEGAJO-E
                   PERFORM 25000-PEDIR-HORAS
                   ADD 1 TO WSV-CONT-DOCENTE
                   SET IND TO WSV-CONT-DOCENTE
                   MOVE WSV-NRO-DOC-E TO WST-NRO-DOCENTE(IND)
                   MOVE WSV-NOMBRE-E TO WST-NOMBRE-DOCENTE(IND)
                   MOVE WSV-LEGAJO-E TO WST-LEGAJO-DOCENTE(IND)
                   MOVE WSV-HS-CONTRATO-E
                       TO WST-HS-CONTRATO-DOCENTE(IND)
                   MOVE WSV-HS-MAXIMO-E TO WST-HS-MAXIMO-DOCENTE(IND)
                   MOVE 'N' TO WST-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'DOCENTE AGREGADO'
               END-IF
           END-IF.

      *PIDE EL NRO DE DOCENTE A MODIFICAR Y ACTUALIZA SU NOMBRE,
      *LEGAJO Y HORAS DE CONTRATO Y MAXIMO
       22000-MODIFICAR-DOCENTE.
           DISPLAY 'INGRESE NRO DE DOCENTE A MODIFICAR: '
           ACCEPT WSV-NRO-DOC-E
               DISPLAY 'LEGAJO ACTUAL: ' WST-LEGAJO-DOCENTE(IND)
               DISPLAY 'INGRESE EL NUEVO LEGAJO: '
               ACCEPT WSV-LEGAJO-E
               DISPLAY 'HORAS DE CONTRATO ACTUALES: '
                       WST-HS-CONTRATO-DOCENTE(IND)
                       '  MAXIMO ACTUAL: ' WST-HS-MAXIMO-DOCENTE(IND)
               PERFORM 25000-PEDIR-HORAS
               MOVE WSV-NOMBRE-E TO WST-NOMBRE-DOCENTE(IND)
               MOVE WSV-LEGAJO-E TO WST-LEGAJO-DOCENTE(IND)
               MOVE WSV-HS-CONTRATO-E TO WST-HS-CONTRATO-DOCENTE(IND)
               MOVE WSV-HS-MAXIMO-E TO WST-HS-MAXIMO-DOCENTE(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'DOCENTE ACTUALIZADO'
           ELSE
                   DISPLAY WST-NRO-DOCENTE(IND) ' '
                           WST-NOMBRE-DOCENTE(IND) ' '
                           WST-LEGAJO-DOCENTE(IND)
                           ' CONTRATO ' WST-HS-CONTRATO-DOCENTE(IND)
                           ' MAXIMO ' WST-HS-MAXIMO-DOCENTE(IND)
               END-IF
           END-PERFORM.

      *PIDE LAS HORAS SEMANALES DE CONTRATO Y EL MAXIMO DE HORAS;
      *EL MAXIMO NO PUEDE QUEDAR POR DEBAJO DEL CONTRATO
       25000-PEDIR-HORAS.
           DISPLAY 'INGRESE HORAS SEMANALES DE CONTRATO: '
           ACCEPT WSV-HS-CONTRATO-E
           DISPLAY 'INGRESE MAXIMO DE HORAS SEMANALES: '
           ACCEPT WSV-HS-MAXIMO-E
           IF WSV-HS-MAXIMO-E < WSV-HS-CONTRATO-E
               DISPLAY 'EL MAXIMO NO PUEDE SER MENOR QUE LAS HORAS '
                       'DE CONTRATO'
               PERFORM 25000-PEDIR-HORAS
           END-IF.

      *BUSCA EL DOCENTE VIGENTE POR SU NUMERO
       26000-BUSCAR-DOCENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
                               TO REG-NOMBRE-DOCENTE
                           MOVE WST-LEGAJO-DOCENTE(IND)
                               TO REG-LEGAJO-DOCENTE
                           MOVE WST-HS-CONTRATO-DOCENTE(IND)
                               TO REG-HS-CONTRATO-DOCENTE
                           MOVE WST-HS-MAXIMO-DOCENTE(IND)
                               TO REG-HS-MAXIMO-DOCENTE
                           WRITE REG-DOCENTE
                           IF NOT WSS-FS-DOCENTE-OK
                               DISPLAY 'ERROR EN EL WRITE DE SALIDA '
