      *archivo para validar fechas de notas (NOTAS, NOTASIMP) y para
      *ofrecer el termino actual como periodo por omision (EJ0002MM,
      *NOTACOMP).
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro lleva el estado del termino (C cerrado)
      *   con la fecha y el operador del ultimo cierre o reapertura,
      *   que maneja TERMCIER. Aca se conservan al regrabar, se
      *   muestran en el listado y un termino cerrado no se puede
      *   eliminar.
      * 2026 10 - Cada termino lleva la fecha limite de entrega de
      *   notas (se pide al agregar y se cambia con la opcion 4),
      *   que usa ENTRNOTA para ver que cursos estan atrasados.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-CIC-TERMINO              PIC 9(01).
           05 REG-CIC-FECHA-DESDE          PIC 9(08).
           05 REG-CIC-FECHA-HASTA          PIC 9(08).
           05 REG-CIC-ESTADO               PIC X(01).
           05 REG-CIC-FECHA-ESTADO         PIC 9(08).
           05 REG-CIC-OPER-ESTADO          PIC X(03).
           05 REG-CIC-FECHA-ENTREGA        PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CICLO                     PIC X(02).
               10 WST-TE-TERMINO           PIC 9(01).
               10 WST-TE-FECHA-DESDE       PIC 9(08).
               10 WST-TE-FECHA-HASTA       PIC 9(08).
               10 WST-TE-ESTADO            PIC X(01).
                   88 WSS-TERMINO-CERRADO          VALUE 'C'.
               10 WST-TE-FECHA-ESTADO      PIC 9(08).
               10 WST-TE-OPER-ESTADO       PIC X(03).
               10 WST-TE-FECHA-ENTREGA     PIC 9(08).
               10 WST-TE-BAJA              PIC X(01) VALUE 'N'.
                   88 WSS-TERMINO-DE-BAJA          VALUE 'S'.

       01 WSV-TERMINO-E                    PIC 9(01).
       01 WSV-FECHA-DESDE-E                PIC 9(08).
       01 WSV-FECHA-HASTA-E                PIC 9(08).
       01 WSV-FECHA-ENTREGA-E              PIC 9(08).
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
           MOVE 'CICLMANT' TO REG-OPER-PROGRAMA-E
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

      *LEE CICLO.DAT COMPLETO Y LO CARGA EN MEMORIA; UN ARCHIVO
      *INEXISTENTE ARRANCA VACIO Y SE CREA AL GRABAR
       10000-CARGAR-TABLA.
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
                   MOVE 'N' TO WST-TE-BAJA(IND)
               END-IF
           END-IF.
           DISPLAY '1. AGREGAR UN TERMINO'
           DISPLAY '2. ELIMINAR UN TERMINO'
           DISPLAY '3. LISTAR EL CALENDARIO'
           DISPLAY '4. CAMBIAR FECHA LIMITE DE ENTREGA DE NOTAS'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-TERMINO
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-TERMINO
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-CALENDARIO
               WHEN 4
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 25000-CAMBIAR-ENTREGA
                   END-IF
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.
                   ACCEPT WSV-FECHA-DESDE-E
                   DISPLAY 'INGRESE FECHA HASTA (AAAAMMDD): '
                   ACCEPT WSV-FECHA-HASTA-E
                   DISPLAY 'INGRESE FECHA LIMITE DE ENTREGA DE NOTAS '
                           '(AAAAMMDD, 0 = SIN FECHA): '
                   ACCEPT WSV-FECHA-ENTREGA-E
                   EVALUATE TRUE
                       WHEN WSV-FECHA-DESDE-E(1:4) NOT= WSV-ANIO-E
                               OR WSV-FECHA-HASTA-E(1:4)
                       WHEN WSV-FECHA-HASTA-E < WSV-FECHA-DESDE-E
                           DISPLAY 'LA FECHA HASTA ES ANTERIOR A '
                                   'LA FECHA DESDE, NO SE AGREGA'
                       WHEN WSV-FECHA-ENTREGA-E NOT= 0
                               AND WSV-FECHA-ENTREGA-E
                                   < WSV-FECHA-DESDE-E
                           DISPLAY 'LA FECHA DE ENTREGA ES ANTERIOR '
                                   'AL INICIO DEL TERMINO, NO SE '
                                   'AGREGA'
                       WHEN OTHER
                           ADD 1 TO WSV-CONT-TERMINOS
                           SET IND TO WSV-CONT-TERMINOS
                               TO WST-TE-FECHA-DESDE(IND)
                           MOVE WSV-FECHA-HASTA-E
                               TO WST-TE-FECHA-HASTA(IND)
                           MOVE 'A' TO WST-TE-ESTADO(IND)
                           MOVE 0 TO WST-TE-FECHA-ESTADO(IND)
                           MOVE SPACES TO WST-TE-OPER-ESTADO(IND)
                           MOVE WSV-FECHA-ENTREGA-E
                               TO WST-TE-FECHA-ENTREGA(IND)
                           MOVE 'N' TO WST-TE-BAJA(IND)
                           ADD 1 TO WSV-CONT-CAMBIOS
                           DISPLAY 'TERMINO AGREGADO'
               END-IF
           END-IF.

      *PIDE ANIO Y TERMINO A ELIMINAR Y LO MARCA DE BAJA; UN
      *TERMINO CERRADO PRIMERO SE REABRE CON TERMCIER
       23000-ELIMINAR-TERMINO.
           DISPLAY 'INGRESE ANIO DEL CICLO (AAAA): '
           ACCEPT WSV-ANIO-E
           ACCEPT WSV-TERMINO-E
           PERFORM 26000-BUSCAR-TERMINO
           IF WSS-BUSQUEDA-OK
               IF WSS-TERMINO-CERRADO(IND)
                   DISPLAY 'EL TERMINO ESTA CERRADO, NO SE PUEDE '
                           'ELIMINAR (REABRIRLO CON TERMCIER)'
               ELSE
                   MOVE 'S' TO WST-TE-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'TERMINO ELIMINADO'
               END-IF
           ELSE
               DISPLAY 'NO EXISTE ESE TERMINO PARA ESE ANIO'
           END-IF.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-TERMINOS
               IF NOT WSS-TERMINO-DE-BAJA(IND)
                   IF WSS-TERMINO-CERRADO(IND)
                       DISPLAY WST-TE-ANIO(IND) ' TERMINO '
                               WST-TE-TERMINO(IND) ' DEL '
                               WST-TE-FECHA-DESDE(IND) ' AL '
                               WST-TE-FECHA-HASTA(IND) ' CERRADO'
                   ELSE
                       DISPLAY WST-TE-ANIO(IND) ' TERMINO '
                               WST-TE-TERMINO(IND) ' DEL '
                               WST-TE-FECHA-DESDE(IND) ' AL '
                               WST-TE-FECHA-HASTA(IND) ' ABIERTO'
                   END-IF
                   IF WST-TE-FECHA-ENTREGA(IND) NOT= 0
                       DISPLAY '     ENTREGA DE NOTAS HASTA EL '
                               WST-TE-FECHA-ENTREGA(IND)
                   END-IF
               END-IF
           END-PERFORM.

      *CAMBIA LA FECHA LIMITE DE ENTREGA DE NOTAS DE UN TERMINO
      *(0 LA DEJA SIN FECHA)
       25000-CAMBIAR-ENTREGA.
           DISPLAY 'INGRESE ANIO DEL CICLO (AAAA): '
           ACCEPT WSV-ANIO-E
           DISPLAY 'INGRESE NRO DE TERMINO: '
           ACCEPT WSV-TERMINO-E
           PERFORM 26000-BUSCAR-TERMINO
           IF WSS-BUSQUEDA-OK
               DISPLAY 'FECHA LIMITE ACTUAL: '
                       WST-TE-FECHA-ENTREGA(IND)
               DISPLAY 'INGRESE NUEVA FECHA LIMITE (AAAAMMDD, '
                       '0 = SIN FECHA): '
               ACCEPT WSV-FECHA-ENTREGA-E
               IF WSV-FECHA-ENTREGA-E NOT= 0
                       AND WSV-FECHA-ENTREGA-E
                           < WST-TE-FECHA-DESDE(IND)
                   DISPLAY 'LA FECHA DE ENTREGA ES ANTERIOR AL '
                           'INICIO DEL TERMINO, NO SE CAMBIA'
               ELSE
                   MOVE WSV-FECHA-ENTREGA-E
                       TO WST-TE-FECHA-ENTREGA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'FECHA LIMITE DE ENTREGA CAMBIADA'
               END-IF
           ELSE
               DISPLAY 'NO EXISTE ESE TERMINO PARA ESE ANIO'
           END-IF.

      *BUSCA EL TERMINO VIGENTE POR ANIO Y NUMERO
       26000-BUSCAR-TERMINO.
           SET WSS-BUSQUEDA-NO TO TRUE
                               TO REG-CIC-FECHA-DESDE
                           MOVE WST-TE-FECHA-HASTA(IND)
                               TO REG-CIC-FECHA-HASTA
                           MOVE WST-TE-ESTADO(IND)
                               TO REG-CIC-ESTADO
                           MOVE WST-TE-FECHA-ESTADO(IND)
                               TO REG-CIC-FECHA-ESTADO
                           MOVE WST-TE-OPER-ESTADO(IND)
                               TO REG-CIC-OPER-ESTADO
                           MOVE WST-TE-FECHA-ENTREGA(IND)
                               TO REG-CIC-FECHA-ENTREGA
                           WRITE REG-CICLO
                           IF NOT WSS-FS-CICLO-OK
                               DISPLAY 'ERROR EN EL WRITE DE SALIDA '
