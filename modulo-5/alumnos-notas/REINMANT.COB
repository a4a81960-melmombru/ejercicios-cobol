      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Registro de reincorporaciones por asistencia
      *REINCORP.DAT. Un alumno que ASISLIBR dejo LIBRE en
      *CONDASIS.DAT puede ser reincorporado una vez por anio con un
      *segundo cupo de faltas (por defecto el de PROMOCION.PRM), un
      *motivo y la autorizacion de un operador de direccion (codigo
      *y clave de OPERADORES.DAT, validados via RUTOPER). Queda
      *asentada la fecha, el operador que carga y el que autoriza;
      *la condicion del alumno se actualiza en la proxima corrida de
      *ASISLIBR. Incluye el listado de reincorporaciones de un anio.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. REINMANT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PARAMETROS  ASSIGN TO DISK 'PROMOCION.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT OPTIONAL CONDASIS    ASSIGN TO DISK 'CONDASIS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONDASIS.

       SELECT OPTIONAL REINCORP    ASSIGN TO DISK 'REINCORP.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-REINCORP.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-PROM-MINIMO              PIC 9(02)V9(02).
           05 REG-PRM-MAX-RECURSADAS           PIC 9(02).
           05 REG-PRM-NOTA-APROB               PIC 9(02).
           05 REG-PRM-MAX-FALTAS               PIC 9(03).
           05 REG-PRM-CUPO-REINC               PIC 9(03).

       FD CONDASIS.
       COPY REG-CONDASIS.

       FD REINCORP.
       COPY REG-REINC.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                PIC X(02).
           88 WSS-FS-PARAMETROS-OK             VALUE '00'.

       01 WSS-FS-CONDASIS                  PIC X(02).
           88 WSS-FS-CONDASIS-OK               VALUE '00' '05'.
           88 WSS-FS-CONDASIS-EOF              VALUE '10'.

       01 WSS-FS-REINCORP                  PIC X(02).
           88 WSS-FS-REINCORP-OK               VALUE '00' '05'.
           88 WSS-FS-REINCORP-EOF              VALUE '10'.

      *CUPO DE FALTAS QUE SE PROPONE AL REINCORPORAR
       01 WSV-CUPO-DEFECTO                 PIC 9(03) VALUE 0.

       01 WSV-NRO-ALU-E                    PIC 9(04).
       01 WSV-ANIO-E                       PIC 9(04).
       01 WSV-CUPO-E                       PIC 9(03).
       01 WSV-MOTIVO-E                     PIC X(20).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-FECHA-HOY                    PIC 9(08).
       01 WSV-CONT-LISTADOS                PIC S9(4) COMP VALUE 0.

       01 WSV-ALUMNO-VALIDO                PIC X(01).
           88 WSS-ALUMNO-VALIDO                VALUE 'S'.

      *CONDICION DEL ALUMNO EN CONDASIS.DAT PARA EL ANIO PEDIDO
       01 WSV-CONDICION-ENCONTRADA         PIC X(01).
           88 WSS-CONDICION-ENCONTRADA         VALUE 'S'.
       01 WSV-ESTADO-ALUMNO                PIC X(01).
           88 WSS-ALUMNO-LIBRE                 VALUE 'L'.
       01 WSV-FALTAS-ALUMNO                PIC 9(03).
       01 WSV-FECHA-ESTADO-ALUMNO          PIC 9(08).

       01 WSV-YA-REINCORPORADO             PIC X(01).
           88 WSS-YA-REINCORPORADO             VALUE 'S'.
       01 WSV-FECHA-REINC-ANTERIOR         PIC 9(08).

       01 WSV-AUTORIZANTE                  PIC X(03).
       01 WSV-AUTORIZADO                   PIC X(01).
           88 WSS-AUTORIZADO                   VALUE 'S'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       01  WSC-RUTALUM                     PIC X(07)
                                                   VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-ABRIR-ALUMNOS
           PERFORM 10000-CARGAR-PARAMETROS
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'REINMANT' TO REG-OPER-PROGRAMA-E
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
                       STOP RUN
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
      *EL ALUMNO
       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *TOMA DE PROMOCION.PRM EL CUPO DE FALTAS QUE SE PROPONE AL
      *REINCORPORAR; SIN PARAMETROS EL CUPO SE PIDE SIEMPRE
       10000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               READ PARAMETROS
               IF WSS-FS-PARAMETROS-OK
                       AND REG-PRM-CUPO-REINC IS NUMERIC
                   MOVE REG-PRM-CUPO-REINC TO WSV-CUPO-DEFECTO
               END-IF
               CLOSE PARAMETROS
           END-IF
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD.

       20000-MENU.
           DISPLAY '1. REINCORPORAR UN ALUMNO LIBRE'
           DISPLAY '2. LISTAR REINCORPORACIONES DE UN ANIO'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-REINCORPORAR
                   END-IF
               WHEN 2 PERFORM 24000-LISTAR-DEL-ANIO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *REINCORPORA UN ALUMNO QUE ESTA LIBRE EN EL ANIO: UNA SOLA VEZ
      *POR ANIO, CON CUPO, MOTIVO Y AUTORIZACION DE DIRECCION. EL
      *REGISTRO SE AGREGA EN EL MOMENTO A REINCORP.DAT
       21000-REINCORPORAR.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           PERFORM 26000-VALIDAR-ALUMNO
           IF NOT WSS-ALUMNO-VALIDO
               DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                       'ALUMNOS.IDX'
           ELSE
               DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
               DISPLAY 'INGRESE ANIO (AAAA, 0 = ANIO EN CURSO): '
               ACCEPT WSV-ANIO-E
               IF WSV-ANIO-E = 0
                   MOVE WSV-FECHA-HOY(1:4) TO WSV-ANIO-E
               END-IF
               PERFORM 22000-BUSCAR-CONDICION
               PERFORM 23000-BUSCAR-REINCORPORACION
               EVALUATE TRUE
                   WHEN NOT WSS-CONDICION-ENCONTRADA
                       DISPLAY 'EL ALUMNO NO TIENE CONDICION DE '
                               'ASISTENCIA EN ' WSV-ANIO-E
                               ' (CORRER ASISLIBR)'
                   WHEN WSS-YA-REINCORPORADO
                       DISPLAY 'EL ALUMNO YA FUE REINCORPORADO EN '
                               WSV-ANIO-E ' EL '
                               WSV-FECHA-REINC-ANTERIOR
                   WHEN NOT WSS-ALUMNO-LIBRE
                       DISPLAY 'EL ALUMNO NO ESTA LIBRE EN '
                               WSV-ANIO-E ' (ESTADO '
                               WSV-ESTADO-ALUMNO ')'
                   WHEN OTHER
                       DISPLAY 'LIBRE DESDE EL '
                               WSV-FECHA-ESTADO-ALUMNO ' CON '
                               WSV-FALTAS-ALUMNO
                               ' FALTAS INJUSTIFICADAS'
                       PERFORM 21100-PEDIR-DATOS
               END-EVALUATE
           END-IF.

       21100-PEDIR-DATOS.
           MOVE 0 TO WSV-CUPO-E
           PERFORM UNTIL WSV-CUPO-E > 0
               DISPLAY 'CUPO DE FALTAS DE LA REINCORPORACION (0 = '
                       WSV-CUPO-DEFECTO '): '
               ACCEPT WSV-CUPO-E
               IF WSV-CUPO-E = 0
                   MOVE WSV-CUPO-DEFECTO TO WSV-CUPO-E
               END-IF
           END-PERFORM
           MOVE SPACES TO WSV-MOTIVO-E
           PERFORM UNTIL WSV-MOTIVO-E NOT= SPACES
               DISPLAY 'INGRESE EL MOTIVO DE LA REINCORPORACION: '
               ACCEPT WSV-MOTIVO-E
           END-PERFORM
           PERFORM 27000-AUTORIZAR-DIRECCION
           IF WSS-AUTORIZADO
               PERFORM 28000-GRABAR-REINCORPORACION
           END-IF.

      *BUSCA LA CONDICION DEL ALUMNO EN EL ANIO EN CONDASIS.DAT
       22000-BUSCAR-CONDICION.
           MOVE 'N' TO WSV-CONDICION-ENCONTRADA
           MOVE SPACE TO WSV-ESTADO-ALUMNO
           OPEN INPUT CONDASIS
           IF NOT WSS-FS-CONDASIS-OK
               DISPLAY 'ERROR EN EL OPEN DE CONDASIS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONDASIS
           ELSE
               PERFORM 22100-LEER-CONDICION
                   UNTIL WSS-FS-CONDASIS-EOF
               CLOSE CONDASIS
           END-IF.

       22100-LEER-CONDICION.
           READ CONDASIS
           IF WSS-FS-CONDASIS-OK
               IF REG-CAS-NRO-ALUMNO = WSV-NRO-ALU-E
                       AND REG-CAS-ANIO = WSV-ANIO-E
                   SET WSS-CONDICION-ENCONTRADA TO TRUE
                   MOVE REG-CAS-ESTADO TO WSV-ESTADO-ALUMNO
                   MOVE REG-CAS-FALTAS TO WSV-FALTAS-ALUMNO
                   MOVE REG-CAS-FECHA-ESTADO
                       TO WSV-FECHA-ESTADO-ALUMNO
               END-IF
           END-IF.

      *CONTROLA QUE EL ALUMNO NO TENGA YA UNA REINCORPORACION EN EL
      *ANIO (LA CONDICION PUEDE NO ESTAR ACTUALIZADA TODAVIA)
       23000-BUSCAR-REINCORPORACION.
           MOVE 'N' TO WSV-YA-REINCORPORADO
           OPEN INPUT REINCORP
           IF NOT WSS-FS-REINCORP-OK
               DISPLAY 'ERROR EN EL OPEN DE REINCORP.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-REINCORP
           ELSE
               PERFORM 23100-LEER-REINCORPORACION
                   UNTIL WSS-FS-REINCORP-EOF
               CLOSE REINCORP
           END-IF.

       23100-LEER-REINCORPORACION.
           READ REINCORP
           IF WSS-FS-REINCORP-OK
               IF REG-REI-NRO-ALUMNO = WSV-NRO-ALU-E
                       AND REG-REI-ANIO = WSV-ANIO-E
                   SET WSS-YA-REINCORPORADO TO TRUE
                   MOVE REG-REI-FECHA TO WSV-FECHA-REINC-ANTERIOR
               END-IF
           END-IF.

      *LISTA LAS REINCORPORACIONES DE UN ANIO
       24000-LISTAR-DEL-ANIO.
           DISPLAY 'INGRESE ANIO (AAAA, 0 = ANIO EN CURSO): '
           ACCEPT WSV-ANIO-E
           IF WSV-ANIO-E = 0
               MOVE WSV-FECHA-HOY(1:4) TO WSV-ANIO-E
           END-IF
           MOVE 0 TO WSV-CONT-LISTADOS
           OPEN INPUT REINCORP
           IF NOT WSS-FS-REINCORP-OK
               DISPLAY 'ERROR EN EL OPEN DE REINCORP.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-REINCORP
           ELSE
               PERFORM 24100-LEER-Y-LISTAR
                   UNTIL WSS-FS-REINCORP-EOF
               CLOSE REINCORP
               IF WSV-CONT-LISTADOS = 0
                   DISPLAY 'NO HAY REINCORPORACIONES EN ' WSV-ANIO-E
               END-IF
           END-IF.

       24100-LEER-Y-LISTAR.
           READ REINCORP
           IF WSS-FS-REINCORP-OK AND REG-REI-ANIO = WSV-ANIO-E
               ADD 1 TO WSV-CONT-LISTADOS
               MOVE REG-REI-NRO-ALUMNO TO WSV-NRO-ALU-E
               PERFORM 26000-VALIDAR-ALUMNO
               IF NOT WSS-ALUMNO-VALIDO
                   MOVE SPACES TO REG-ALUX-R-NOMBRE
               END-IF
               DISPLAY REG-REI-NRO-ALUMNO ' ' REG-ALUX-R-NOMBRE ' '
                       REG-REI-FECHA ' CUPO ' REG-REI-CUPO
                       ' (CON ' REG-REI-FALTAS ' FALTAS) '
                       REG-REI-OPERADOR '/' REG-REI-AUTORIZANTE
               DISPLAY '     ' REG-REI-MOTIVO
           END-IF.

      *LEE EL ALUMNO POR CLAVE EN ALUMNOS.IDX
       26000-VALIDAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-VALIDO
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-VALIDO TO TRUE
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       27000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION, NO SE REINCORPORA'
           ELSE
               MOVE SPACES TO REG-OPER-CLAVE-E
               PERFORM UNTIL REG-OPER-CLAVE-E NOT= SPACES
                   DISPLAY 'INGRESE CLAVE DE AUTORIZACION: '
                   ACCEPT REG-OPER-CLAVE-E
               END-PERFORM
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               MOVE SPACES TO REG-OPER-CLAVE-E
               IF WSS-OPER-OK
                   SET WSS-AUTORIZADO TO TRUE
                   MOVE REG-OPER-CODIGO-E TO WSV-AUTORIZANTE
                   DISPLAY 'AUTORIZA: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'AUTORIZACION RECHAZADA: '
                           WSV-ST-TEXTO-OPER
               END-IF
           END-IF.

      *AGREGA LA REINCORPORACION AL FINAL DE REINCORP.DAT
       28000-GRABAR-REINCORPORACION.
           MOVE WSV-NRO-ALU-E TO REG-REI-NRO-ALUMNO
           MOVE WSV-ANIO-E TO REG-REI-ANIO
           MOVE WSV-FECHA-HOY TO REG-REI-FECHA
           MOVE WSV-OPERADOR TO REG-REI-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-REI-AUTORIZANTE
           MOVE WSV-CUPO-E TO REG-REI-CUPO
           MOVE WSV-FALTAS-ALUMNO TO REG-REI-FALTAS
           MOVE WSV-MOTIVO-E TO REG-REI-MOTIVO
           OPEN EXTEND REINCORP
           IF NOT WSS-FS-REINCORP-OK
               DISPLAY 'ERROR EN EL OPEN DE REINCORP.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-REINCORP
           ELSE
               WRITE REG-REINCORPORACION
               IF NOT WSS-FS-REINCORP-OK
                   DISPLAY 'ERROR EN EL WRITE DE REINCORP.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-REINCORP
               ELSE
                   DISPLAY 'ALUMNO REINCORPORADO CON ' WSV-CUPO-E
                           ' FALTAS MAS; LA CONDICION SE ACTUALIZA '
                           'EN LA PROXIMA CORRIDA DE ASISLIBR'
               END-IF
               CLOSE REINCORP
           END-IF.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
