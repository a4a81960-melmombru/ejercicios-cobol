      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento de las retenciones administrativas
      *RETENCIONES.DAT (alumno, tipo, fecha de alta, operador, fecha
      *y operador de levantamiento, detalle). Mientras un alumno
      *tenga una retencion vigente, CERTIF y ANALITIC no le emiten
      *documentos sin autorizacion de direccion (ver RUTRETEN). Aca
      *se cargan y levantan las de equipo no devuelto (E) y las de
      *documentacion de inscripcion faltante (D); las de cuota
      *vencida (C) las pone y las levanta RETECUOT a partir de
      *CUOTAS.DAT. Las retenciones levantadas quedan en el archivo
      *como historia del alumno.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RETEMANT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL RETENCIONES ASSIGN TO DISK 'RETENCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RETENCIONES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD RETENCIONES.
       COPY REG-RETARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-RETENCIONES               PIC X(02).
           88 WSS-FS-RETENCIONES-OK            VALUE '00' '05'.
           88 WSS-FS-RETENCIONES-EOF           VALUE '10'.

       01 WSC-MAX-RETENCIONES              PIC 9(03) VALUE 500.
       01 WSV-CONT-RETENCIONES             PIC S9(4) COMP VALUE 0.
       01 WST-RETENCIONES.
           05 WST-RETENCION         OCCURS 500 TIMES INDEXED BY IND.
               10 WST-RT-NRO-ALUMNO        PIC 9(04).
               10 WST-RT-TIPO              PIC X(01).
                   88 WSS-RT-CUOTA                 VALUE 'C'.
               10 WST-RT-FECHA-ALTA        PIC 9(08).
               10 WST-RT-OPERADOR          PIC X(03).
               10 WST-RT-FECHA-LEVANTA     PIC 9(08).
                   88 WSS-RT-VIGENTE               VALUE 0.
               10 WST-RT-OPER-LEVANTA      PIC X(03).
               10 WST-RT-DETALLE           PIC X(30).

       01 WSV-NRO-ALU-E                    PIC 9(04).
       01 WSV-TIPO-E                       PIC X(01).
           88 WSS-TIPO-MANUAL                  VALUE 'E' 'D'.
       01 WSV-DETALLE-E                    PIC X(30).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADAS                PIC S9(4) COMP VALUE 0.
       01 WSV-FECHA-HOY                    PIC 9(08).
       01 WSV-TIPO-TEXTO                   PIC X(13).
       01 WSV-ALUMNO-VALIDO                PIC X(01).
           88 WSS-ALUMNO-VALIDO                VALUE 'S'.
       01 WSV-BUSQUEDA                     PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTALUM                     PIC X(07)
                                                   VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
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
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'RETEMANT' TO REG-OPER-PROGRAMA-E
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
      *VALIDACIONES
       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

       10000-CARGAR-TABLA.
           OPEN INPUT RETENCIONES
           IF NOT WSS-FS-RETENCIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE RETENCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RETENCIONES
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-RETENCIONES-EOF
           CLOSE RETENCIONES.

       11000-LEER-Y-CARGAR.
           READ RETENCIONES
           IF WSS-FS-RETENCIONES-OK
               IF WSV-CONT-RETENCIONES >= WSC-MAX-RETENCIONES
                   DISPLAY 'TABLA DE RETENCIONES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-RETENCIONES
               ELSE
                   ADD 1 TO WSV-CONT-RETENCIONES
                   SET IND TO WSV-CONT-RETENCIONES
                   MOVE REG-RTA-NRO-ALUMNO TO WST-RT-NRO-ALUMNO(IND)
                   MOVE REG-RTA-TIPO TO WST-RT-TIPO(IND)
                   MOVE REG-RTA-FECHA-ALTA TO WST-RT-FECHA-ALTA(IND)
                   MOVE REG-RTA-OPERADOR TO WST-RT-OPERADOR(IND)
                   MOVE REG-RTA-FECHA-LEVANTA
                       TO WST-RT-FECHA-LEVANTA(IND)
                   MOVE REG-RTA-OPER-LEVANTA
                       TO WST-RT-OPER-LEVANTA(IND)
                   MOVE REG-RTA-DETALLE TO WST-RT-DETALLE(IND)
               END-IF
           END-IF.

       20000-MENU.
           DISPLAY '1. REGISTRAR UNA RETENCION'
           DISPLAY '2. LEVANTAR UNA RETENCION'
           DISPLAY '3. LISTAR RETENCIONES DE UN ALUMNO'
           DISPLAY '4. LISTAR RETENCIONES VIGENTES'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-REGISTRAR-RETENCION
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-LEVANTAR-RETENCION
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-DE-UN-ALUMNO
               WHEN 4 PERFORM 25000-LISTAR-VIGENTES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *CAPTURA UNA RETENCION NUEVA DE EQUIPO O DE DOCUMENTACION CON
      *EL ALUMNO VALIDADO; NO SE DUPLICA UNA VIGENTE DEL MISMO TIPO
       21000-REGISTRAR-RETENCION.
           IF WSV-CONT-RETENCIONES >= WSC-MAX-RETENCIONES
               DISPLAY 'TABLA DE RETENCIONES LLENA, NO SE PUEDE '
                       'AGREGAR'
           ELSE
               DISPLAY 'INGRESE NRO DE ALUMNO: '
               ACCEPT WSV-NRO-ALU-E
               PERFORM 26000-VALIDAR-ALUMNO
               IF NOT WSS-ALUMNO-VALIDO
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                           'ALUMNOS.IDX'
               ELSE
                   DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
                   PERFORM 22000-INGRESAR-TIPO
                   PERFORM 27000-BUSCAR-VIGENTE
                   IF WSS-BUSQUEDA-OK
                       DISPLAY 'EL ALUMNO YA TIENE UNA RETENCION '
                               'VIGENTE DE ESE TIPO'
                   ELSE
                       DISPLAY 'INGRESE DETALLE: '
                       ACCEPT WSV-DETALLE-E
                       ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
                       ADD 1 TO WSV-CONT-RETENCIONES
                       SET IND TO WSV-CONT-RETENCIONES
                       MOVE WSV-NRO-ALU-E TO WST-RT-NRO-ALUMNO(IND)
                       MOVE WSV-TIPO-E TO WST-RT-TIPO(IND)
                       MOVE WSV-FECHA-HOY TO WST-RT-FECHA-ALTA(IND)
                       MOVE WSV-OPERADOR TO WST-RT-OPERADOR(IND)
                       MOVE 0 TO WST-RT-FECHA-LEVANTA(IND)
                       MOVE SPACES TO WST-RT-OPER-LEVANTA(IND)
                       MOVE WSV-DETALLE-E TO WST-RT-DETALLE(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'RETENCION REGISTRADA'
                   END-IF
               END-IF
           END-IF.

      *LAS DE CUOTA VENCIDA NO SE MANEJAN A MANO
       22000-INGRESAR-TIPO.
           MOVE SPACES TO WSV-TIPO-E
           PERFORM UNTIL WSS-TIPO-MANUAL
               DISPLAY 'INGRESE TIPO (E EQUIPO NO DEVUELTO, '
                       'D DOCUMENTACION FALTANTE): '
               ACCEPT WSV-TIPO-E
               IF WSV-TIPO-E = 'C'
                   DISPLAY 'LAS RETENCIONES POR CUOTA VENCIDA LAS '
                           'MANEJA RETECUOT'
               END-IF
           END-PERFORM.

      *LEVANTA LA RETENCION VIGENTE DEL ALUMNO Y TIPO INDICADOS,
      *DEJANDO FECHA Y OPERADOR
       23000-LEVANTAR-RETENCION.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           PERFORM 22000-INGRESAR-TIPO
           PERFORM 27000-BUSCAR-VIGENTE
           IF WSS-BUSQUEDA-OK
               ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WSV-FECHA-HOY TO WST-RT-FECHA-LEVANTA(IND)
               MOVE WSV-OPERADOR TO WST-RT-OPER-LEVANTA(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'RETENCION LEVANTADA'
           ELSE
               DISPLAY 'EL ALUMNO NO TIENE UNA RETENCION VIGENTE DE '
                       'ESE TIPO'
           END-IF.

      *MUESTRA TODA LA HISTORIA DE RETENCIONES DEL ALUMNO
       24000-LISTAR-DE-UN-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           MOVE 0 TO WSV-CONT-LISTADAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-RETENCIONES
               IF WST-RT-NRO-ALUMNO(IND) = WSV-NRO-ALU-E
                   PERFORM 28000-MOSTRAR-RETENCION
               END-IF
           END-PERFORM
           IF WSV-CONT-LISTADAS = 0
               DISPLAY 'EL ALUMNO NO TIENE RETENCIONES'
           END-IF.

       25000-LISTAR-VIGENTES.
           MOVE 0 TO WSV-CONT-LISTADAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-RETENCIONES
               IF WSS-RT-VIGENTE(IND)
                   PERFORM 28000-MOSTRAR-RETENCION
               END-IF
           END-PERFORM
           DISPLAY 'RETENCIONES VIGENTES: ' WSV-CONT-LISTADAS.

      *LEE EL ALUMNO POR CLAVE EN ALUMNOS.IDX
       26000-VALIDAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-VALIDO
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-VALIDO TO TRUE
           END-IF.

      *BUSCA UNA RETENCION VIGENTE DEL ALUMNO Y TIPO INGRESADOS
       27000-BUSCAR-VIGENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-RETENCIONES
                       OR WSS-BUSQUEDA-OK
               IF WST-RT-NRO-ALUMNO(IND) = WSV-NRO-ALU-E
                       AND WST-RT-TIPO(IND) = WSV-TIPO-E
                       AND WSS-RT-VIGENTE(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

       28000-MOSTRAR-RETENCION.
           ADD 1 TO WSV-CONT-LISTADAS
           EVALUATE WST-RT-TIPO(IND)
               WHEN 'C' MOVE 'CUOTA VENCIDA' TO WSV-TIPO-TEXTO
               WHEN 'E' MOVE 'EQUIPO' TO WSV-TIPO-TEXTO
               WHEN 'D' MOVE 'DOCUMENTACION' TO WSV-TIPO-TEXTO
               WHEN OTHER MOVE SPACES TO WSV-TIPO-TEXTO
           END-EVALUATE
           IF WSS-RT-VIGENTE(IND)
               DISPLAY WST-RT-NRO-ALUMNO(IND) ' ' WSV-TIPO-TEXTO
                       ' DESDE ' WST-RT-FECHA-ALTA(IND)
                       ' (' WST-RT-OPERADOR(IND) ') '
                       WST-RT-DETALLE(IND) ' VIGENTE'
           ELSE
               DISPLAY WST-RT-NRO-ALUMNO(IND) ' ' WSV-TIPO-TEXTO
                       ' DESDE ' WST-RT-FECHA-ALTA(IND)
                       ' (' WST-RT-OPERADOR(IND) ') '
                       WST-RT-DETALLE(IND) ' LEVANTADA '
                       WST-RT-FECHA-LEVANTA(IND)
                       ' (' WST-RT-OPER-LEVANTA(IND) ')'
           END-IF.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT RETENCIONES
               IF NOT WSS-FS-RETENCIONES-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE '
                           'RETENCIONES'
                   DISPLAY 'FILE STATUS ' WSS-FS-RETENCIONES
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-RETENCIONES
                       MOVE WST-RT-NRO-ALUMNO(IND)
                           TO REG-RTA-NRO-ALUMNO
                       MOVE WST-RT-TIPO(IND) TO REG-RTA-TIPO
                       MOVE WST-RT-FECHA-ALTA(IND)
                           TO REG-RTA-FECHA-ALTA
                       MOVE WST-RT-OPERADOR(IND) TO REG-RTA-OPERADOR
                       MOVE WST-RT-FECHA-LEVANTA(IND)
                           TO REG-RTA-FECHA-LEVANTA
                       MOVE WST-RT-OPER-LEVANTA(IND)
                           TO REG-RTA-OPER-LEVANTA
                       MOVE WST-RT-DETALLE(IND) TO REG-RTA-DETALLE
                       WRITE REG-RETENCION-ARCH
                       IF NOT WSS-FS-RETENCIONES-OK
                           DISPLAY 'ERROR EN EL WRITE DE '
                                   'RETENCIONES'
                           DISPLAY 'FILE STATUS '
                                   WSS-FS-RETENCIONES
                       END-IF
                   END-PERFORM
                   CLOSE RETENCIONES
                   DISPLAY 'CAMBIOS GRABADOS EN RETENCIONES.DAT'
               END-IF
           END-IF.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
