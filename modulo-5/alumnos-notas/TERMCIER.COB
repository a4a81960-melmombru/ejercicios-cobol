      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Cierre y reapertura de terminos del calendario
      *escolar CICLO.DAT. Cerrado un termino, sus notas quedan
      *congeladas: NOTAS, NOTASIMP y NOTCORR rechazan toda nota cuyo
      *anio/mes caiga dentro de el, salvo autorizacion de un operador
      *de direccion (codigo y clave de OPERADORES.DAT, validados via
      *RUTOPER). El cierre y la reapertura piden tambien esa
      *autorizacion, y cada uno queda asentado en TERMLOG.DAT con la
      *fecha, el operador que trabaja y el que autoriza; el mismo
      *archivo recibe las excepciones que autorizan los programas de
      *notas.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Conserva al regrabar la fecha limite de entrega de
      *   notas que CICLMANT agrego al registro del termino.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. TERMCIER.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CICLO           ASSIGN TO DISK 'CICLO.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CICLO.

       SELECT OPTIONAL TERMLOG         ASSIGN TO DISK 'TERMLOG.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-TERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CICLO.
       01 REG-CICLO.
           05 REG-CIC-ANIO                 PIC 9(04).
           05 REG-CIC-TERMINO              PIC 9(01).
           05 REG-CIC-FECHA-DESDE          PIC 9(08).
           05 REG-CIC-FECHA-HASTA          PIC 9(08).
           05 REG-CIC-ESTADO               PIC X(01).
           05 REG-CIC-FECHA-ESTADO         PIC 9(08).
           05 REG-CIC-OPER-ESTADO          PIC X(03).
           05 REG-CIC-FECHA-ENTREGA        PIC 9(08).

       FD TERMLOG.
       COPY REG-CIERLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CICLO                     PIC X(02).
           88 WSS-FS-CICLO-OK                  VALUE '00' '05'.
           88 WSS-FS-CICLO-EOF                 VALUE '10'.

       01 WSS-FS-TERMLOG                   PIC X(02).
           88 WSS-FS-TERMLOG-OK                VALUE '00' '05'.

       01 WSV-CONT-TERMINOS                PIC S9(4) COMP.
       01 WSC-MAX-TERMINOS                 PIC 9(02) VALUE 30.

       01 WST-TERMINOS.
           05 WST-TERMINO             OCCURS 30 TIMES INDEXED BY IND.
               10 WST-TE-ANIO              PIC 9(04).
               10 WST-TE-TERMINO           PIC 9(01).
               10 WST-TE-FECHA-DESDE       PIC 9(08).
               10 WST-TE-FECHA-HASTA       PIC 9(08).
               10 WST-TE-ESTADO            PIC X(01).
                   88 WSS-TERMINO-CERRADO          VALUE 'C'.
               10 WST-TE-FECHA-ESTADO      PIC 9(08).
               10 WST-TE-OPER-ESTADO       PIC X(03).
               10 WST-TE-FECHA-ENTREGA     PIC 9(08).

       01 WSV-BUSQUEDA                     PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

       01 WSV-ANIO-E                       PIC 9(04).
       01 WSV-TERMINO-E                    PIC 9(01).
       01 WSV-MOTIVO-E                     PIC X(20).
       01 WSV-CONFIRMA-E                   PIC X(01).
           88 WSS-CONFIRMA                     VALUE 'S' 's'.
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-FECHA-HOY                    PIC 9(08).

       01 WSV-AUTORIZANTE                  PIC X(03).
       01 WSV-AUTORIZADO                   PIC X(01).
           88 WSS-AUTORIZADO                   VALUE 'S'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'TERMCIER' TO REG-OPER-PROGRAMA-E
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

      *LEE CICLO.DAT COMPLETO Y LO CARGA EN MEMORIA; SIN TERMINOS
      *NO HAY NADA QUE CERRAR
       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-TERMINOS
           OPEN INPUT CICLO
           IF NOT WSS-FS-CICLO-OK
               DISPLAY 'ERROR EN EL OPEN DE CICLO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLO
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CICLO-EOF
           CLOSE CICLO
           IF WSV-CONT-TERMINOS = 0
               DISPLAY 'CICLO.DAT SIN TERMINOS (VER CICLMANT)'
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

       11000-LEER-Y-CARGAR.
           READ CICLO
           IF WSS-FS-CICLO-OK
               IF WSV-CONT-TERMINOS >= WSC-MAX-TERMINOS
                   DISPLAY 'TABLA DE TERMINOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CICLO
               ELSE
                   ADD 1 TO WSV-CONT-TERMINOS
                   SET IND TO WSV-CONT-TERMINOS
                   MOVE REG-CIC-ANIO TO WST-TE-ANIO(IND)
                   MOVE REG-CIC-TERMINO TO WST-TE-TERMINO(IND)
                   MOVE REG-CIC-FECHA-DESDE
                       TO WST-TE-FECHA-DESDE(IND)
                   MOVE REG-CIC-FECHA-HASTA
                       TO WST-TE-FECHA-HASTA(IND)
                   MOVE REG-CIC-ESTADO TO WST-TE-ESTADO(IND)
                   MOVE REG-CIC-FECHA-ESTADO
                       TO WST-TE-FECHA-ESTADO(IND)
                   MOVE REG-CIC-OPER-ESTADO
                       TO WST-TE-OPER-ESTADO(IND)
                   IF REG-CIC-FECHA-ENTREGA IS NUMERIC
                       MOVE REG-CIC-FECHA-ENTREGA
                           TO WST-TE-FECHA-ENTREGA(IND)
                   ELSE
                       MOVE 0 TO WST-TE-FECHA-ENTREGA(IND)
                   END-IF
               END-IF
           END-IF.

      *MUESTRA EL MENU DE CIERRES
       20000-MENU.
           DISPLAY '1. CERRAR UN TERMINO'
           DISPLAY '2. REABRIR UN TERMINO'
           DISPLAY '3. LISTAR EL ESTADO DE LOS TERMINOS'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-CERRAR-TERMINO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-REABRIR-TERMINO
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-ESTADO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *CIERRA UN TERMINO ABIERTO CON AUTORIZACION DE DIRECCION; EL
      *CAMBIO SE GRABA EN EL MOMENTO Y QUEDA ASENTADO EN TERMLOG.DAT
       21000-CERRAR-TERMINO.
           PERFORM 23000-PEDIR-TERMINO
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'NO EXISTE ESE TERMINO PARA ESE ANIO'
               WHEN WSS-TERMINO-CERRADO(IND)
                   DISPLAY 'EL TERMINO YA ESTA CERRADO DESDE EL '
                           WST-TE-FECHA-ESTADO(IND) ' ('
                           WST-TE-OPER-ESTADO(IND) ')'
               WHEN OTHER
                   DISPLAY 'SE CIERRA EL TERMINO ' WST-TE-TERMINO(IND)
                           ' DE ' WST-TE-ANIO(IND) ' (DEL '
                           WST-TE-FECHA-DESDE(IND) ' AL '
                           WST-TE-FECHA-HASTA(IND) ')'
                   DISPLAY 'LAS NOTAS DEL TERMINO QUEDAN CONGELADAS. '
                           'CONFIRMA (S/N)? '
                   ACCEPT WSV-CONFIRMA-E
                   IF WSS-CONFIRMA
                       PERFORM 26000-AUTORIZAR-DIRECCION
                       IF WSS-AUTORIZADO
                           MOVE 'C' TO WST-TE-ESTADO(IND)
                           MOVE 'CIERRE DE TERMINO' TO WSV-MOTIVO-E
                           PERFORM 28000-APLICAR-CAMBIO
                           DISPLAY 'TERMINO CERRADO'
                       END-IF
                   ELSE
                       DISPLAY 'NO SE CIERRA EL TERMINO'
                   END-IF
           END-EVALUATE.

      *REABRE UN TERMINO CERRADO, CON SU PROPIA AUTORIZACION DE
      *DIRECCION Y UN MOTIVO OBLIGATORIO QUE QUEDA EN TERMLOG.DAT
       22000-REABRIR-TERMINO.
           PERFORM 23000-PEDIR-TERMINO
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'NO EXISTE ESE TERMINO PARA ESE ANIO'
               WHEN NOT WSS-TERMINO-CERRADO(IND)
                   DISPLAY 'EL TERMINO NO ESTA CERRADO'
               WHEN OTHER
                   MOVE SPACES TO WSV-MOTIVO-E
                   PERFORM UNTIL WSV-MOTIVO-E NOT= SPACES
                       DISPLAY 'INGRESE EL MOTIVO DE LA REAPERTURA: '
                       ACCEPT WSV-MOTIVO-E
                   END-PERFORM
                   PERFORM 26000-AUTORIZAR-DIRECCION
                   IF WSS-AUTORIZADO
                       MOVE 'A' TO WST-TE-ESTADO(IND)
                       PERFORM 28000-APLICAR-CAMBIO
                       DISPLAY 'TERMINO REABIERTO'
                   END-IF
           END-EVALUATE.

      *PIDE ANIO Y NUMERO DE TERMINO Y LO BUSCA EN LA TABLA
       23000-PEDIR-TERMINO.
           DISPLAY 'INGRESE ANIO DEL CICLO (AAAA): '
           ACCEPT WSV-ANIO-E
           DISPLAY 'INGRESE NRO DE TERMINO: '
           ACCEPT WSV-TERMINO-E
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-TERMINOS
                       OR WSS-BUSQUEDA-OK
               IF WST-TE-ANIO(IND) = WSV-ANIO-E
                       AND WST-TE-TERMINO(IND) = WSV-TERMINO-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               COMPUTE IND = IND - 1
           END-IF.

      *LISTA LOS TERMINOS CON SU ESTADO Y EL ULTIMO CIERRE O
      *REAPERTURA
       24000-LISTAR-ESTADO.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-TERMINOS
               IF WSS-TERMINO-CERRADO(IND)
                   DISPLAY WST-TE-ANIO(IND) ' TERMINO '
                           WST-TE-TERMINO(IND) ' DEL '
                           WST-TE-FECHA-DESDE(IND) ' AL '
                           WST-TE-FECHA-HASTA(IND) ' CERRADO EL '
                           WST-TE-FECHA-ESTADO(IND) ' ('
                           WST-TE-OPER-ESTADO(IND) ')'
               ELSE
                   DISPLAY WST-TE-ANIO(IND) ' TERMINO '
                           WST-TE-TERMINO(IND) ' DEL '
                           WST-TE-FECHA-DESDE(IND) ' AL '
                           WST-TE-FECHA-HASTA(IND) ' ABIERTO'
               END-IF
           END-PERFORM.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       26000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION, NO SE HACE EL CAMBIO'
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

      *DEJA FECHA Y AUTORIZANTE EN EL TERMINO, ASIENTA EL CIERRE O
      *LA REAPERTURA EN TERMLOG.DAT Y REGRABA CICLO.DAT
       28000-APLICAR-CAMBIO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-FECHA-HOY TO WST-TE-FECHA-ESTADO(IND)
           MOVE WSV-AUTORIZANTE TO WST-TE-OPER-ESTADO(IND)
           MOVE WSV-FECHA-HOY TO REG-CLG-FECHA
           IF WSS-TERMINO-CERRADO(IND)
               SET WSS-CLG-CIERRE TO TRUE
           ELSE
               SET WSS-CLG-REAPERTURA TO TRUE
           END-IF
           MOVE WST-TE-ANIO(IND) TO REG-CLG-ANIO
           MOVE WST-TE-TERMINO(IND) TO REG-CLG-TERMINO
           MOVE 'TERMCIER' TO REG-CLG-PROGRAMA
           MOVE WSV-OPERADOR TO REG-CLG-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-CLG-AUTORIZANTE
           MOVE 0 TO REG-CLG-NRO-ALUMNO
           MOVE 0 TO REG-CLG-NRO-MATERIA
           MOVE 0 TO REG-CLG-PERIODO
           MOVE WSV-MOTIVO-E TO REG-CLG-MOTIVO
           OPEN EXTEND TERMLOG
           IF NOT WSS-FS-TERMLOG-OK
               DISPLAY 'ERROR EN EL OPEN DE TERMLOG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-TERMLOG
           ELSE
               WRITE REG-CIERRE-LOG
               IF NOT WSS-FS-TERMLOG-OK
                   DISPLAY 'ERROR EN EL WRITE DE TERMLOG.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-TERMLOG
               END-IF
               CLOSE TERMLOG
           END-IF
           PERFORM 30000-GRABAR-TABLA.

      *GRABA LA TABLA COMPLETA DE NUEVO EN CICLO.DAT
       30000-GRABAR-TABLA.
           OPEN OUTPUT CICLO
           IF NOT WSS-FS-CICLO-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE CICLO'
               DISPLAY 'FILE STATUS ' WSS-FS-CICLO
           ELSE
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-TERMINOS
                   MOVE WST-TE-ANIO(IND) TO REG-CIC-ANIO
                   MOVE WST-TE-TERMINO(IND) TO REG-CIC-TERMINO
                   MOVE WST-TE-FECHA-DESDE(IND)
                       TO REG-CIC-FECHA-DESDE
                   MOVE WST-TE-FECHA-HASTA(IND)
                       TO REG-CIC-FECHA-HASTA
                   MOVE WST-TE-ESTADO(IND) TO REG-CIC-ESTADO
                   MOVE WST-TE-FECHA-ESTADO(IND)
                       TO REG-CIC-FECHA-ESTADO
                   MOVE WST-TE-OPER-ESTADO(IND)
                       TO REG-CIC-OPER-ESTADO
                   MOVE WST-TE-FECHA-ENTREGA(IND)
                       TO REG-CIC-FECHA-ENTREGA
                   WRITE REG-CICLO
                   IF NOT WSS-FS-CICLO-OK
                       DISPLAY 'ERROR EN EL WRITE DE SALIDA DE CICLO'
                       DISPLAY 'FILE STATUS ' WSS-FS-CICLO
                   END-IF
               END-PERFORM
               CLOSE CICLO
               IF NOT WSS-FS-CICLO-OK
                   DISPLAY 'ERROR EN EL CLOSE DE SALIDA DE CICLO'
                   DISPLAY 'FILE STATUS ' WSS-FS-CICLO
               END-IF
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
