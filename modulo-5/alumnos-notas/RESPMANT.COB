      *papel con un alumno lastimado esperando. CERTIF toma de aca
      *los datos de contacto para las cartas (&RESPONSABLE y
      *&TELEFONO).
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El alumno se valida por clave en el maestro indexado
      *   ALUMNOS.IDX via RUTALUM, y el listado de emergencia recorre
      *   la clave alternativa por curso (ya viene agrupado), en lugar
      *   de cargar ALUMNOS.DAT entero en memoria.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RESP.

      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-RSP-TELEFONO             PIC X(11).
           05 REG-RSP-DNI                  PIC X(10).

      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-RESP                      PIC X(02).
           88 WSS-FS-RESP-OK                   VALUE '00' '05'.
           88 WSS-FS-RESP-EOF                  VALUE '10'.

       01 WSC-MAX-RESP                     PIC 9(03) VALUE 400.
       01 WSV-CONT-RESP                    PIC S9(4) COMP VALUE 0.
       01 WST-RESPONSABLES.
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-ALUMNO-VALIDO                PIC X(01).
           88 WSS-ALUMNO-VALIDO                VALUE 'S'.
       01 WSV-SUB-RS                       PIC 9(03).

       01 WSV-CURSO-ANTERIOR               PIC X(02).

       01 WSV-LINEA.
           05 FILLER                       PIC X(78) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
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
           MOVE 'RESPMANT' TO REG-OPER-PROGRAMA-E
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

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA VALIDAR
      *LOS RESPONSABLES Y ARMAR EL LISTADO POR CURSO
       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE RESPONSABLES.DAT COMPLETO Y LO CARGA EN MEMORIA; UN
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-RESPONSABLE
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-RESPONSABLE
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-RESPONSABLE
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-DE-UN-ALUMNO
               WHEN 5 PERFORM 25000-LISTADO-DE-EMERGENCIA
               WHEN 9 CONTINUE
           END-EVALUATE.

      *PIDE LOS DATOS DE UN RESPONSABLE NUEVO, VALIDANDO EL ALUMNO
      *CONTRA ALUMNOS.IDX
       21000-AGREGAR-RESPONSABLE.
           IF WSV-CONT-RESP >= WSC-MAX-RESP
               DISPLAY 'TABLA DE RESPONSABLES LLENA, NO SE PUEDE '
               ACCEPT WSV-NRO-ALU-E
               PERFORM 26000-VALIDAR-ALUMNO
               IF WSS-ALUMNO-VALIDO
                   DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
                   DISPLAY 'INGRESE NOMBRE DEL RESPONSABLE: '
                   ACCEPT WSV-NOMBRE-E
                   DISPLAY 'INGRESE PARENTESCO (EJ MADRE): '
                   DISPLAY 'RESPONSABLE AGREGADO'
               ELSE
                   DISPLAY 'NO EXISTE UN ALUMNO ACTIVO CON ESE '
                           'NUMERO EN ALUMNOS.IDX'
               END-IF
           END-IF.

           END-PERFORM.

      *LISTADO DE CONTACTOS DE EMERGENCIA AGRUPADO POR CURSO, PARA
      *QUE LOS PRECEPTORES LO TENGAN IMPRESO; RECORRE ALUMNOS.IDX POR
      *LA CLAVE ALTERNATIVA DE CURSO Y CORTA CUANDO EL CURSO CAMBIA
       25000-LISTADO-DE-EMERGENCIA.
           DISPLAY WSV-LINEA
           DISPLAY 'CONTACTOS DE EMERGENCIA POR CURSO'
           DISPLAY WSV-LINEA
           MOVE LOW-VALUES TO WSV-CURSO-ANTERIOR
           MOVE LOW-VALUES TO REG-ALUX-E-CURSO
           MOVE "STC" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNC" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK AND WSS-ALUX-R-ACTIVO
                   IF REG-ALUX-R-CURSO NOT= WSV-CURSO-ANTERIOR
                       MOVE REG-ALUX-R-CURSO TO WSV-CURSO-ANTERIOR
                       DISPLAY 'CURSO ' REG-ALUX-R-CURSO
                   END-IF
                   PERFORM 25200-MOSTRAR-CONTACTOS-ALU
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA.

      *MUESTRA EL ALUMNO Y SUS CONTACTOS VIGENTES (O UN AVISO SI NO
      *TIENE NINGUNO CARGADO, QUE ES LO QUE HAY QUE SALIR A PEDIR)
       25200-MOSTRAR-CONTACTOS-ALU.
           DISPLAY '  ' REG-ALUX-R-NRO-ALUMNO ' ' REG-ALUX-R-NOMBRE
           MOVE 0 TO WSV-SUB-RS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-RESP
               IF WST-RS-NRO-ALUMNO(IND) = REG-ALUX-R-NRO-ALUMNO
                       AND NOT WSS-RESP-DE-BAJA(IND)
                   ADD 1 TO WSV-SUB-RS
                   DISPLAY '      ' WST-RS-NOMBRE(IND) ' ('
               DISPLAY '      *** SIN CONTACTO DE EMERGENCIA ***'
           END-IF.

      *VALIDA POR CLAVE EN ALUMNOS.IDX QUE EL NRO DE ALUMNO EXISTA
      *Y ESTE ACTIVO (LOS DE BAJA NO RECIBEN ALTAS)
       26000-VALIDAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-VALIDO
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK AND WSS-ALUX-R-ACTIVO
               SET WSS-ALUMNO-VALIDO TO TRUE
           END-IF.

      *BUSCA EL RESPONSABLE VIGENTE POR NRO DE ALUMNO Y DNI
               END-IF
           END-IF.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
