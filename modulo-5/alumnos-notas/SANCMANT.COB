      *excluir candidatos con sanciones mas graves que el tipo
      *parametrizado en BECAS.PRM. Incluye el listado por alumno y
      *por curso.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El alumno se valida por clave en el maestro indexado
      *   ALUMNOS.IDX via RUTALUM, y el listado por curso recorre la
      *   clave alternativa por curso, en lugar de cargar ALUMNOS.DAT
      *   entero en memoria.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SANCIONES.

      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-SAN-FECHA                    PIC 9(08).
           05 REG-SAN-TIPO                     PIC 9(01).
           05 REG-SAN-DESCRIP                  PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-SANCIONES                 PIC X(02).
           88 WSS-FS-SANCIONES-OK              VALUE '00' '05'.
           88 WSS-FS-SANCIONES-EOF             VALUE '10'.

       01 WSC-MAX-SANCIONES                PIC 9(03) VALUE 400.
       01 WSV-CONT-SANCIONES               PIC S9(4) COMP VALUE 0.
       01 WST-SANCIONES.
       01 WSV-BUSQUEDA                     PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTFECHA                    PIC X(08)
                                                   VALUE "RUTFECHA".
       COPY REG-FECHA.
       01  WSC-RUTALUM                     PIC X(07)
                                                   VALUE "RUTALUM".
       COPY REG-ALUIDX.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-ABRIR-ALUMNOS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'SANCMANT' TO REG-OPER-PROGRAMA-E
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

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA LAS
      *VALIDACIONES Y EL LISTADO POR CURSO
       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

       10000-CARGAR-TABLA.
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-REGISTRAR-SANCION
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ANULAR-SANCION
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-DE-UN-ALUMNO
               WHEN 4 PERFORM 25000-LISTAR-DE-UN-CURSO
               WHEN 9 CONTINUE
               PERFORM 26000-VALIDAR-ALUMNO
               IF NOT WSS-ALUMNO-VALIDO
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                           'ALUMNOS.IDX'
               ELSE
                   DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
                   DISPLAY 'FECHA DE LA SANCION:'
                   SET WSS-MODO-DIA-COMPLETO TO TRUE
                   CALL WSC-RUTFECHA USING REGISTRO-FECHA
               END-IF
           END-PERFORM.

      *RECORRE LOS ALUMNOS DEL CURSO POR LA CLAVE ALTERNATIVA DE
      *ALUMNOS.IDX Y MUESTRA LAS SANCIONES VIGENTES DE CADA UNO
       25000-LISTAR-DE-UN-CURSO.
           DISPLAY 'INGRESE CURSO (EJ 1A): '
           ACCEPT WSV-CURSO-E
           MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
           MOVE "STC" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNC" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   IF REG-ALUX-R-CURSO NOT= WSV-CURSO-E
                       SET WSS-ALUX-ST-FIN TO TRUE
                   ELSE
                       PERFORM 25100-LISTAR-SANCIONES-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.

       25100-LISTAR-SANCIONES-ALUMNO.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SANCIONES
               IF WST-SA-NRO-ALUMNO(IND) = REG-ALUX-R-NRO-ALUMNO
                       AND NOT WSS-SANCION-DE-BAJA(IND)
                   DISPLAY REG-ALUX-R-NRO-ALUMNO ' '
                           REG-ALUX-R-NOMBRE ' '
                           WST-SA-FECHA(IND) ' TIPO '
                           WST-SA-TIPO(IND) ' '
                           WST-SA-DESCRIP(IND)
               END-IF
           END-PERFORM.

      *LEE EL ALUMNO POR CLAVE EN ALUMNOS.IDX
       26000-VALIDAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-VALIDO
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-VALIDO TO TRUE
           END-IF.

       30000-GRABAR-TABLA.
               END-IF
           END-IF.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
