      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Cierre mensual de la cuenta corriente de
      *clientes. Una vez emitidos los extractos del mes (EJES6010) y
      *el libro IVA ventas (EJES6027) el mes se cierra en CIERRES.DAT
      *con la fecha y el operador (OPERADORES.DAT via RUTOPER), y los
      *programas que graban MOVCLI.DAT o SERVICIO.DAT dejan de
      *aceptar fechas o periodos de ese mes (consultan RUTPERIO).
      *La reapertura exige codigo y clave de un operador de nivel D
      *(supervisor) y un motivo. Cierres y reaperturas quedan
      *asentados en CIERRES-LOG.DAT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El operador identificado necesita ademas permiso de su
      *   rol en PERMISOS.DAT para cerrar o reabrir un mes (via
      *   RUTOPER); los rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6042.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CIERRES ASSIGN TO DISK 'CIERRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CIERRES.

       SELECT OPTIONAL CIERRES-LOG
                               ASSIGN TO DISK 'CIERRES-LOG.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CIERRES-LOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

      *UN REGISTRO POR MES, CON EL ULTIMO CIERRE O REAPERTURA
       FD CIERRES.
       01 REG-CIERRE.
           05 REG-CIE-PERIODO      PIC 9(06).
           05 REG-CIE-ESTADO       PIC X(01).
           05 REG-CIE-FECHA        PIC 9(08).
           05 REG-CIE-OPERADOR     PIC X(03).
           05 REG-CIE-AUTORIZANTE  PIC X(03).

       FD CIERRES-LOG.
       01 REG-CIERRE-LOG.
           05 REG-CLG-FECHA        PIC 9(08).
           05 REG-CLG-ACCION       PIC X(01).
               88 WSS-CLG-CIERRE           VALUE 'C'.
               88 WSS-CLG-REAPERTURA       VALUE 'R'.
           05 REG-CLG-PERIODO      PIC 9(06).
           05 REG-CLG-OPERADOR     PIC X(03).
           05 REG-CLG-AUTORIZANTE  PIC X(03).
           05 REG-CLG-MOTIVO       PIC X(30).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CIERRES           PIC X(02).
           88 WSS-FS-CIERRES-OK        VALUE '00' '05'.
           88 WSS-FS-CIERRES-EOF       VALUE '10'.

       01 WSS-FS-CIERRES-LOG       PIC X(02).
           88 WSS-FS-CIERRES-LOG-OK    VALUE '00' '05'.

       01 WSC-MAX-PERIODOS         PIC 9(03) VALUE 240.
       01 WSV-CONT-PERIODOS        PIC S9(4) COMP VALUE 0.
       01 WST-PERIODOS.
           05 WST-PERIODO          OCCURS 240 TIMES INDEXED BY IND.
               10 WST-PE-PERIODO       PIC 9(06).
               10 WST-PE-ESTADO        PIC X(01).
                   88 WSS-PE-CERRADO           VALUE 'C'.
               10 WST-PE-FECHA         PIC 9(08).
               10 WST-PE-OPERADOR      PIC X(03).
               10 WST-PE-AUTORIZANTE   PIC X(03).

       01 WSV-BUSQUEDA             PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.

       01 WSV-PERIODO-E            PIC 9(06).
       01 WSV-PERIODO-E-R REDEFINES WSV-PERIODO-E.
           05 WSV-ANIO-E           PIC 9(04).
           05 WSV-MES-E            PIC 9(02).
       01 WSV-MOTIVO-E             PIC X(30).
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA             VALUE 'S' 's'.
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-FECHA-HOY            PIC 9(08).

       01 WSV-OPERADOR             PIC X(03) VALUE SPACES.
       01 WSV-AUTORIZANTE          PIC X(03).
       01 WSV-AUTORIZADO           PIC X(01).
           88 WSS-AUTORIZADO           VALUE 'S'.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTOPER             PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM FIN-DEL-PROGRAMA.

      *SIN OPERADOR VALIDO EN OPERADORES.DAT NO SE TRABAJA; EL ROL
      *DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       05000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6042' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
           PERFORM UNTIL WSV-OPERADOR NOT = SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               MOVE SPACES TO REG-OPER-CLAVE-E
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
       05100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-PERIODOS
           OPEN INPUT CIERRES
           IF NOT WSS-FS-CIERRES-OK
               DISPLAY 'ERROR EN EL OPEN DE CIERRES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CIERRES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CIERRES-EOF
           CLOSE CIERRES.

       11000-LEER-Y-CARGAR.
           READ CIERRES
           IF WSS-FS-CIERRES-OK
               IF WSV-CONT-PERIODOS >= WSC-MAX-PERIODOS
                   DISPLAY 'TABLA DE PERIODOS LLENA, NO SE PUEDE '
                           'TRABAJAR SIN PERDER CIERRES'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-PERIODOS
               SET IND TO WSV-CONT-PERIODOS
               MOVE REG-CIE-PERIODO TO WST-PE-PERIODO(IND)
               MOVE REG-CIE-ESTADO TO WST-PE-ESTADO(IND)
               MOVE REG-CIE-FECHA TO WST-PE-FECHA(IND)
               MOVE REG-CIE-OPERADOR TO WST-PE-OPERADOR(IND)
               MOVE REG-CIE-AUTORIZANTE TO WST-PE-AUTORIZANTE(IND)
           END-IF.

       20000-MENU.
           DISPLAY WSV-LINEA
           DISPLAY '1. CERRAR UN MES'
           DISPLAY '2. REABRIR UN MES'
           DISPLAY '3. LISTAR LOS MESES CERRADOS'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 05100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-CERRAR-MES
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 05100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-REABRIR-MES
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *SOLO SE CIERRAN MESES YA TERMINADOS; EL CAMBIO SE GRABA EN EL
      *MOMENTO
       21000-CERRAR-MES.
           PERFORM 23000-PEDIR-PERIODO
           EVALUATE TRUE
               WHEN WSV-MES-E < 1 OR WSV-MES-E > 12
                   DISPLAY 'PERIODO INVALIDO'
               WHEN WSV-PERIODO-E NOT < WSV-FECHA-HOY(1:6)
                   DISPLAY 'SOLO SE PUEDEN CERRAR MESES TERMINADOS'
               WHEN WSS-BUSQUEDA-OK AND WSS-PE-CERRADO(IND)
                   DISPLAY 'EL MES YA ESTA CERRADO DESDE EL '
                           WST-PE-FECHA(IND) ' ('
                           WST-PE-OPERADOR(IND) ')'
               WHEN OTHER
                   DISPLAY 'SE CIERRA EL MES ' WSV-PERIODO-E
                           ': NO SE PODRAN GRABAR MOVIMIENTOS NI '
                           'SERVICIOS DE ESE MES.'
                   DISPLAY 'CONFIRMA (S/N)? '
                   ACCEPT WSV-CONFIRMA
                   IF WSS-CONFIRMA
                       IF WSS-BUSQUEDA-NO
                           PERFORM 25000-AGREGAR-PERIODO
                       END-IF
                       IF WSS-BUSQUEDA-OK
                           MOVE 'C' TO WST-PE-ESTADO(IND)
                           MOVE SPACES TO WSV-AUTORIZANTE
                           MOVE 'CIERRE MENSUAL' TO WSV-MOTIVO-E
                           PERFORM 28000-APLICAR-CAMBIO
                           DISPLAY 'MES CERRADO'
                       END-IF
                   ELSE
                       DISPLAY 'NO SE CIERRA EL MES'
                   END-IF
           END-EVALUATE.

      *REABRIR PIDE MOTIVO Y LA AUTORIZACION DE UN SUPERVISOR
       22000-REABRIR-MES.
           PERFORM 23000-PEDIR-PERIODO
           IF WSS-BUSQUEDA-NO OR NOT WSS-PE-CERRADO(IND)
               DISPLAY 'EL MES NO ESTA CERRADO'
           ELSE
               MOVE SPACES TO WSV-MOTIVO-E
               PERFORM UNTIL WSV-MOTIVO-E NOT = SPACES
                   DISPLAY 'INGRESE EL MOTIVO DE LA REAPERTURA: '
                   ACCEPT WSV-MOTIVO-E
               END-PERFORM
               PERFORM 26000-AUTORIZAR-SUPERVISOR
               IF WSS-AUTORIZADO
                   MOVE 'A' TO WST-PE-ESTADO(IND)
                   PERFORM 28000-APLICAR-CAMBIO
                   DISPLAY 'MES REABIERTO'
               END-IF
           END-IF.

       23000-PEDIR-PERIODO.
           DISPLAY 'INGRESE EL MES (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PERIODOS
                       OR WSS-BUSQUEDA-OK
               IF WST-PE-PERIODO(IND) = WSV-PERIODO-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

       24000-LISTAR.
           DISPLAY WSV-LINEA
           DISPLAY 'MES     ESTADO     FECHA    OPER AUTORIZO'
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PERIODOS
               IF WSS-PE-CERRADO(IND)
                   DISPLAY WST-PE-PERIODO(IND) '  CERRADO    '
                           WST-PE-FECHA(IND) ' ' WST-PE-OPERADOR(IND)
               ELSE
                   DISPLAY WST-PE-PERIODO(IND) '  REABIERTO  '
                           WST-PE-FECHA(IND) ' ' WST-PE-OPERADOR(IND)
                           '  ' WST-PE-AUTORIZANTE(IND)
               END-IF
           END-PERFORM.

       25000-AGREGAR-PERIODO.
           IF WSV-CONT-PERIODOS >= WSC-MAX-PERIODOS
               DISPLAY 'TABLA DE PERIODOS LLENA, NO SE CIERRA'
           ELSE
               ADD 1 TO WSV-CONT-PERIODOS
               SET IND TO WSV-CONT-PERIODOS
               MOVE WSV-PERIODO-E TO WST-PE-PERIODO(IND)
               SET WSS-BUSQUEDA-OK TO TRUE
           END-IF.

      *CODIGO Y CLAVE DE UN OPERADOR DE NIVEL D, VALIDADOS VIA
      *RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       26000-AUTORIZAR-SUPERVISOR.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL SUPERVISOR QUE AUTORIZA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION, EL MES SIGUE CERRADO'
           ELSE
               MOVE SPACES TO REG-OPER-CLAVE-E
               PERFORM UNTIL REG-OPER-CLAVE-E NOT = SPACES
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

      *DEJA FECHA Y OPERADOR EN EL MES, ASIENTA EL CAMBIO EN
      *CIERRES-LOG.DAT Y REGRABA CIERRES.DAT
       28000-APLICAR-CAMBIO.
           MOVE WSV-FECHA-HOY TO WST-PE-FECHA(IND)
           MOVE WSV-OPERADOR TO WST-PE-OPERADOR(IND)
           MOVE WSV-AUTORIZANTE TO WST-PE-AUTORIZANTE(IND)
           MOVE WSV-FECHA-HOY TO REG-CLG-FECHA
           IF WSS-PE-CERRADO(IND)
               SET WSS-CLG-CIERRE TO TRUE
           ELSE
               SET WSS-CLG-REAPERTURA TO TRUE
           END-IF
           MOVE WST-PE-PERIODO(IND) TO REG-CLG-PERIODO
           MOVE WSV-OPERADOR TO REG-CLG-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-CLG-AUTORIZANTE
           MOVE WSV-MOTIVO-E TO REG-CLG-MOTIVO
           OPEN EXTEND CIERRES-LOG
           IF NOT WSS-FS-CIERRES-LOG-OK
               DISPLAY 'ERROR EN EL OPEN DE CIERRES-LOG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CIERRES-LOG
           ELSE
               WRITE REG-CIERRE-LOG
               IF NOT WSS-FS-CIERRES-LOG-OK
                   DISPLAY 'ERROR EN EL WRITE DE CIERRES-LOG.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CIERRES-LOG
               END-IF
               CLOSE CIERRES-LOG
           END-IF
           PERFORM 30000-GRABAR-TABLA.

       30000-GRABAR-TABLA.
           OPEN OUTPUT CIERRES
           IF NOT WSS-FS-CIERRES-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE CIERRES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CIERRES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PERIODOS
               MOVE WST-PE-PERIODO(IND) TO REG-CIE-PERIODO
               MOVE WST-PE-ESTADO(IND) TO REG-CIE-ESTADO
               MOVE WST-PE-FECHA(IND) TO REG-CIE-FECHA
               MOVE WST-PE-OPERADOR(IND) TO REG-CIE-OPERADOR
               MOVE WST-PE-AUTORIZANTE(IND) TO REG-CIE-AUTORIZANTE
               WRITE REG-CIERRE
               IF NOT WSS-FS-CIERRES-OK
                   DISPLAY 'ERROR EN EL WRITE DE CIERRES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CIERRES
               END-IF
           END-PERFORM
           CLOSE CIERRES.

       FIN-DEL-PROGRAMA.
           STOP RUN.
