      *   en vez de pedirse por ACCEPT, se agrega el total general y
      *   la cantidad de clientes como totales de cierre, y se detecta
      *   cuando el archivo no viene ordenado por nro de cliente.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Modo de posteo (P): con el reporte cuadrado graba cada
      *   transaccion en MOVCLI.DAT como cargo o pago segun el signo del
      *   monto, actualiza CUENTAS.DAT, rechaza a TRANSACCIONES-RECH.DAT
      *   los clientes inexistentes y deja la huella del lote en
      *   TRANSACCIONES.CTL para no postearlo dos veces; muestra el
      *   total general junto al total posteado.
      * 2026 10 - El posteo pide el operador y el permiso de alta de su
      *   rol en PERMISOS.DAT via RUTOPER; los rechazos quedan en
      *   PERMISOS-LOG.DAT
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE002M2.
       SELECT TRANSACCIONES        ASSIGN TO DISK 'TRANSACCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-TRANS.

       SELECT CUENTAS              ASSIGN TO DISK 'CUENTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL MOVIMIENTOS ASSIGN TO DISK 'MOVCLI.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-MOVIMIENTOS.

       SELECT OPTIONAL RECHAZOS    ASSIGN TO DISK
                                   'TRANSACCIONES-RECH.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RECHAZOS.

       SELECT OPTIONAL CONTROL-POS ASSIGN TO DISK 'TRANSACCIONES.CTL'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONTROL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD TRANSACCIONES.
       01 REG-TRANSACCION.
           05 REG-TRA-NRO-CLIENTE       PIC 9(08).
           05 REG-TRA-MONTO             PIC S9(03).

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE           PIC 9(08).
           05 REG-NOMBRE                PIC X(30).
           05 REG-SALDO                 PIC S9(05)V9(02).
           05 REG-LIMITE                PIC 9(05)V9(02).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE       PIC 9(08).
           05 REG-MOV-FECHA             PIC 9(08).
           05 REG-MOV-TIPO              PIC X(01).
           05 REG-MOV-IMPORTE           PIC 9(05)V9(02).
           05 REG-MOV-DISPUTA           PIC X(01).
           05 REG-MOV-FECHA-DISP        PIC 9(08).
           05 REG-MOV-MOTIVO-DISP       PIC X(20).
           05 REG-MOV-FECHA-ORIGEN      PIC 9(08).

      *TRANSACCION NO POSTEADA, CON LA FECHA DEL LOTE Y EL MOTIVO
       FD RECHAZOS.
       01 REG-RECHAZO.
           05 REG-REC-NRO-CLIENTE       PIC 9(08).
           05 REG-REC-MONTO             PIC S9(03).
           05 REG-REC-FECHA             PIC 9(08).
           05 REG-REC-MOTIVO            PIC X(30).

      *UN REGISTRO POR LOTE POSTEADO: LA HUELLA DEL ARCHIVO (CANTIDAD,
      *TOTAL, SUMA DE NROS DE CLIENTE Y SUMA DE MONTOS PONDERADA POR
      *POSICION) Y LA FECHA DE POSTEO
       FD CONTROL-POS.
       01 REG-CONTROL.
           05 REG-CTL-CANTIDAD          PIC 9(06).
           05 REG-CTL-TOTAL             PIC S9(07).
           05 REG-CTL-SUMA-CLIENTES     PIC 9(14).
           05 REG-CTL-SUMA-PONDERADA    PIC S9(12).
           05 REG-CTL-FECHA-POSTEO      PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-TRANS                 PIC X(02).
           88 WSS-FS-TRANS-OK                  VALUE '00'.
           88 WSS-FS-TRANS-EOF                 VALUE '10'.

       01 WSS-FS-CUENTAS               PIC X(02).
           88 WSS-FS-CUENTAS-OK                VALUE '00'.
           88 WSS-FS-CUENTAS-EOF               VALUE '10'.

       01 WSS-FS-MOVIMIENTOS           PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK            VALUE '00' '05'.

       01 WSS-FS-RECHAZOS              PIC X(02).
           88 WSS-FS-RECHAZOS-OK               VALUE '00' '05'.

       01 WSS-FS-CONTROL               PIC X(02).
           88 WSS-FS-CONTROL-OK                VALUE '00' '05'.
           88 WSS-FS-CONTROL-EOF               VALUE '10'.

       01  WSV-CLIENTE.
           05 WSV-NRO-CLIENTE      PIC 9(08).
           05 WSV-MONTO-CLIENTE    PIC S9(03).


           05 I                    PIC 9(1).
           05 J                    PIC 9(1).

       77  WSV-CLIENTE-ANTERIOR    PIC 9(08).

       77  WSV-MONTO-TOTAL         PIC S9(05).

       01 WSV-CONT-CLIENTES            PIC 9(03).
       01 WSV-FUERA-DE-ORDEN           PIC X(01) VALUE 'N'.
           88 WSS-FUERA-DE-ORDEN               VALUE 'S'.
       01 WSV-ERROR-LECTURA            PIC X(01) VALUE 'N'.
           88 WSS-ERROR-LECTURA                VALUE 'S'.

      *MODO R SOLO EL REPORTE, P EL REPORTE Y EL POSTEO EN EL LIBRO
      *DE CLIENTES (MOVCLI.DAT Y CUENTAS.DAT)
       01 WSV-MODO                     PIC X(01).
           88 WSS-MODO-POSTEO                  VALUE 'P' 'p'.

      *HUELLA DEL LOTE, ACUMULADA EN LA LECTURA DEL REPORTE
       01 WSV-LOTE.
           05 WSV-LOTE-CANTIDAD        PIC 9(06) VALUE 0.
           05 WSV-LOTE-SUMA-CLIENTES   PIC 9(14) VALUE 0.
           05 WSV-LOTE-SUMA-PONDERADA  PIC S9(12) VALUE 0.
       01 WSV-RELECTURA                PIC X(01) VALUE 'N'.
           88 WSS-RELECTURA                    VALUE 'S'.
       01 WSV-LOTE-POSTEADO            PIC X(01) VALUE 'N'.
           88 WSS-LOTE-POSTEADO                VALUE 'S'.

       01 WSC-MAX-CLIENTES             PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS             PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS-TABLA.
           05 WST-CUENTA-ITEM          OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE          PIC 9(08).
               10 WST-NOMBRE               PIC X(30).
               10 WST-SALDO                PIC S9(05)V9(02).
               10 WST-LIMITE               PIC 9(05)V9(02).
       01 WSV-BUSQUEDA                 PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

      *FECHA DEL LOTE; SI CAE EN UN MES CERRADO POR EJES6042 SE POSTEA
      *EN EL PERIODO ABIERTO CON LA ORIGINAL COMO REFERENCIA
       01 WSV-FECHA-POSTEO             PIC 9(08).
       01 WSV-FECHA-ORIGEN             PIC 9(08).
       01 WSV-FECHA-HOY                PIC 9(08).
       01 WSV-CONFIRMA                 PIC X(01).
           88 WSS-CONFIRMA                     VALUE 'S' 's'.
       01  WSC-RUTPERIO                PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

      *UN MONTO POSITIVO ES UN CARGO (C); UNO NEGATIVO UN PAGO (P), Y
      *LO QUE SUPERA LO ADEUDADO QUEDA COMO ANTICIPO (A), COMO EN
      *EJES6005
       01 WSC-MINIMO-SALDO             PIC S9(05)V9(02)
                                       VALUE -99999.99.
       01 WSV-IMPORTE                  PIC 9(05)V9(02).
       01 WSV-SALDO-NUEVO              PIC S9(07)V9(02).
       01 WSV-IMPORTE-PAGO             PIC 9(05)V9(02).
       01 WSV-IMPORTE-ANTICIPO         PIC 9(05)V9(02).
       01 WSV-MOTIVO-RECHAZO           PIC X(30).

       01 WSV-CONT-POSTEADAS           PIC 9(06) VALUE 0.
       01 WSV-CONT-RECHAZADAS          PIC 9(06) VALUE 0.
       01 WSV-CONT-EN-CERO             PIC 9(06) VALUE 0.
       01 WSV-TOTAL-POSTEADO           PIC S9(07) VALUE 0.
       01 WSV-TOTAL-RECHAZADO          PIC S9(07) VALUE 0.
       01 WSV-DIFERENCIA               PIC S9(07).
       01 WSV-TOTAL-EDIT               PIC -------9.


       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           DISPLAY 'MODO: R REPORTE / P REPORTE Y POSTEO EN EL LIBRO '
                   'DE CLIENTES: '
           ACCEPT WSV-MODO
           IF WSS-MODO-POSTEO
               PERFORM 02000-IDENTIFICAR-OPERADOR
           END-IF
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM CORTE-DE-CONTROL
           PERFORM 30000-CERRAR-ARCHIVO
           IF WSS-MODO-POSTEO
               PERFORM 40000-POSTEAR-LOTE
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJE002M2' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
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

      *ABRE EL ARCHIVO DE TRANSACCIONES
       10000-ABRIR-ARCHIVO.
           OPEN INPUT TRANSACCIONES
           IF WSS-FS-TRANS-OK
               MOVE REG-TRA-NRO-CLIENTE TO WSV-NRO-CLIENTE
               MOVE REG-TRA-MONTO TO WSV-MONTO-CLIENTE
               IF NOT WSS-RELECTURA
                   ADD 1 TO WSV-LOTE-CANTIDAD
                   ADD REG-TRA-NRO-CLIENTE TO WSV-LOTE-SUMA-CLIENTES
                   COMPUTE WSV-LOTE-SUMA-PONDERADA =
                           WSV-LOTE-SUMA-PONDERADA +
                           WSV-LOTE-CANTIDAD * REG-TRA-MONTO
               END-IF
           ELSE
               IF NOT WSS-FS-TRANS-EOF
                   DISPLAY 'ERROR EN EL READ DE TRANSACCIONES'
                   DISPLAY 'FILE STATUS ' WSS-FS-TRANS
                   SET WSS-ERROR-LECTURA TO TRUE
                   MOVE '10' TO WSS-FS-TRANS
               END-IF
           END-IF.

               DISPLAY 'FILE STATUS ' WSS-FS-TRANS
           END-IF.

      *POSTEA EL LOTE EN EL LIBRO DE CLIENTES: SOLO UN ARCHIVO LEIDO
      *COMPLETO Y ORDENADO, Y QUE NO SE HAYA POSTEADO ANTES
       40000-POSTEAR-LOTE.
           EVALUATE TRUE
               WHEN WSS-ERROR-LECTURA
                   DISPLAY 'HUBO ERRORES DE LECTURA, NO SE POSTEA'
               WHEN WSS-FUERA-DE-ORDEN
                   DISPLAY 'EL ARCHIVO NO ESTA ORDENADO, NO SE POSTEA'
               WHEN WSV-LOTE-CANTIDAD = 0
                   DISPLAY 'SIN TRANSACCIONES, NO HAY NADA QUE POSTEAR'
               WHEN OTHER
                   PERFORM 41000-VERIFICAR-CONTROL
                   IF WSS-LOTE-POSTEADO
                       DISPLAY 'LOTE YA POSTEADO, NO SE POSTEA DE NUEVO'
                   ELSE
                       PERFORM 42000-PEDIR-FECHA-POSTEO
                   END-IF
           END-EVALUATE.

      *BUSCA LA HUELLA DEL LOTE EN TRANSACCIONES.CTL
       41000-VERIFICAR-CONTROL.
           MOVE 'N' TO WSV-LOTE-POSTEADO
           OPEN INPUT CONTROL-POS
           IF NOT WSS-FS-CONTROL-OK
               DISPLAY 'ERROR EN EL OPEN DE TRANSACCIONES.CTL'
               DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 41100-LEER-CONTROL
               UNTIL WSS-FS-CONTROL-EOF OR WSS-LOTE-POSTEADO
           CLOSE CONTROL-POS.

       41100-LEER-CONTROL.
           READ CONTROL-POS
           IF WSS-FS-CONTROL-OK
               IF REG-CTL-CANTIDAD = WSV-LOTE-CANTIDAD
                       AND REG-CTL-TOTAL = WSV-MONTO-GENERAL
                       AND REG-CTL-SUMA-CLIENTES =
                           WSV-LOTE-SUMA-CLIENTES
                       AND REG-CTL-SUMA-PONDERADA =
                           WSV-LOTE-SUMA-PONDERADA
                   SET WSS-LOTE-POSTEADO TO TRUE
                   DISPLAY 'EL LOTE SE POSTEO EL '
                           REG-CTL-FECHA-POSTEO
               END-IF
           ELSE
               IF NOT WSS-FS-CONTROL-EOF
                   DISPLAY 'ERROR EN EL READ DE TRANSACCIONES.CTL'
                   DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
                   MOVE '10' TO WSS-FS-CONTROL
               END-IF
           END-IF.

      *PIDE LA FECHA DEL LOTE; UN MES CERRADO NO ADMITE MOVIMIENTOS Y
      *SE OFRECE POSTEARLO EN EL PERIODO ABIERTO QUE DEVUELVE RUTPERIO
       42000-PEDIR-FECHA-POSTEO.
           MOVE 0 TO WSV-FECHA-ORIGEN
           DISPLAY 'INGRESE FECHA DEL LOTE (AAAAMMDD): '
           ACCEPT WSV-FECHA-POSTEO
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-POSTEO TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           MOVE 'S' TO WSV-CONFIRMA
           EVALUATE TRUE
               WHEN WSS-PERIO-ERROR
                   DISPLAY 'FECHA INVALIDA: ' WSV-ST-TEXTO-PERIO
                   MOVE 'N' TO WSV-CONFIRMA
               WHEN WSS-PERIODO-CERRADO
                   DISPLAY 'EL MES ' REG-PERIO-FECHA(1:6)
                           ' ESTA CERRADO'
                   DISPLAY 'POSTEARLO CON FECHA ' REG-PERIO-FECHA-R
                           ' (FECHA ORIGINAL ' WSV-FECHA-POSTEO
                           ')? (S/N): '
                   ACCEPT WSV-CONFIRMA
                   IF WSS-CONFIRMA
                       MOVE WSV-FECHA-POSTEO TO WSV-FECHA-ORIGEN
                       MOVE REG-PERIO-FECHA-R TO WSV-FECHA-POSTEO
                   END-IF
           END-EVALUATE
           IF WSS-CONFIRMA
               PERFORM 43000-CARGAR-CUENTAS
               PERFORM 44000-POSTEAR-TRANSACCIONES
               PERFORM 45000-REGRABAR-CUENTAS
               PERFORM 46000-GRABAR-CONTROL
               PERFORM 47000-MOSTRAR-CONCILIACION
           ELSE
               DISPLAY 'NO SE POSTEA EL LOTE'
           END-IF.

       43000-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR DE ARCHIVO CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE 0 TO WSV-CONT-CUENTAS
           PERFORM 43100-LEER-Y-CARGAR UNTIL WSS-FS-CUENTAS-EOF
           CLOSE CUENTAS.

       43100-LEER-Y-CARGAR.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CUENTAS >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CLIENTES LLENA, SE IGNORA EL '
                           'RESTO DE CUENTAS.DAT'
                   MOVE HIGH-VALUE TO WSS-FS-CUENTAS
               ELSE
                   ADD 1 TO WSV-CONT-CUENTAS
                   SET IND TO WSV-CONT-CUENTAS
                   MOVE REG-NRO-CLIENTE TO WST-NRO-CLIENTE(IND)
                   MOVE REG-NOMBRE      TO WST-NOMBRE(IND)
                   MOVE REG-SALDO       TO WST-SALDO(IND)
                   MOVE REG-LIMITE      TO WST-LIMITE(IND)
               END-IF
           END-IF.

      *RELEE TRANSACCIONES.DAT Y GRABA CADA TRANSACCION EN MOVCLI.DAT;
      *LOS CLIENTES INEXISTENTES VAN A TRANSACCIONES-RECH.DAT
       44000-POSTEAR-TRANSACCIONES.
           OPEN EXTEND MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN EXTEND RECHAZOS
           IF NOT WSS-FS-RECHAZOS-OK
               DISPLAY 'ERROR EN EL OPEN DE TRANSACCIONES-RECH.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZOS
               CLOSE MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           SET WSS-RELECTURA TO TRUE
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM INGRESO-DE-DATOS
           PERFORM 44100-POSTEAR-TRANSACCION UNTIL WSS-FS-TRANS-EOF
           PERFORM 30000-CERRAR-ARCHIVO
           CLOSE MOVIMIENTOS
           CLOSE RECHAZOS.

       44100-POSTEAR-TRANSACCION.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO
           PERFORM 44200-BUSCAR-CLIENTE
           EVALUATE TRUE
               WHEN WSS-BUSQUEDA-NO
                   MOVE 'CLIENTE INEXISTENTE' TO WSV-MOTIVO-RECHAZO
               WHEN WSV-MONTO-CLIENTE = 0
                   ADD 1 TO WSV-CONT-EN-CERO
               WHEN OTHER
                   IF WSV-MONTO-CLIENTE > 0
                       MOVE WSV-MONTO-CLIENTE TO WSV-IMPORTE
                       COMPUTE WSV-SALDO-NUEVO =
                               WST-SALDO(IND) + WSV-IMPORTE
                   ELSE
                       COMPUTE WSV-IMPORTE = 0 - WSV-MONTO-CLIENTE
                       COMPUTE WSV-SALDO-NUEVO =
                               WST-SALDO(IND) - WSV-IMPORTE
                   END-IF
                   IF WSV-SALDO-NUEVO < WSC-MINIMO-SALDO
                           OR WSV-SALDO-NUEVO > 99999.99
                       MOVE 'DESBORDA EL SALDO DE LA CUENTA'
                           TO WSV-MOTIVO-RECHAZO
                   ELSE
                       PERFORM 44300-GRABAR-MOVIMIENTO
                   END-IF
           END-EVALUATE
           IF WSV-MOTIVO-RECHAZO NOT = SPACES
               PERFORM 44500-GRABAR-RECHAZO
           END-IF
           PERFORM INGRESO-DE-DATOS.

       44200-BUSCAR-CLIENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CUENTAS
                       OR WSS-BUSQUEDA-OK
               IF WST-NRO-CLIENTE(IND) = WSV-NRO-CLIENTE
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *UN CARGO SE GRABA ENTERO; UN PAGO QUE SUPERA LO ADEUDADO SE
      *PARTE EN PAGO Y ANTICIPO
       44300-GRABAR-MOVIMIENTO.
           MOVE WSV-NRO-CLIENTE TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-POSTEO TO REG-MOV-FECHA
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           IF WSV-MONTO-CLIENTE > 0
               MOVE 'C' TO REG-MOV-TIPO
               MOVE WSV-IMPORTE TO REG-MOV-IMPORTE
               PERFORM 44400-ESCRIBIR-MOVIMIENTO
           ELSE
               IF WST-SALDO(IND) <= 0
                   MOVE 0 TO WSV-IMPORTE-PAGO
               ELSE
                   IF WSV-IMPORTE > WST-SALDO(IND)
                       MOVE WST-SALDO(IND) TO WSV-IMPORTE-PAGO
                   ELSE
                       MOVE WSV-IMPORTE TO WSV-IMPORTE-PAGO
                   END-IF
               END-IF
               COMPUTE WSV-IMPORTE-ANTICIPO =
                       WSV-IMPORTE - WSV-IMPORTE-PAGO
               IF WSV-IMPORTE-PAGO > 0
                   MOVE 'P' TO REG-MOV-TIPO
                   MOVE WSV-IMPORTE-PAGO TO REG-MOV-IMPORTE
                   PERFORM 44400-ESCRIBIR-MOVIMIENTO
               END-IF
               IF WSV-IMPORTE-ANTICIPO > 0 AND WSS-FS-MOVIMIENTOS-OK
                   MOVE 'A' TO REG-MOV-TIPO
                   MOVE WSV-IMPORTE-ANTICIPO TO REG-MOV-IMPORTE
                   PERFORM 44400-ESCRIBIR-MOVIMIENTO
               END-IF
           END-IF
           IF WSS-FS-MOVIMIENTOS-OK
               MOVE WSV-SALDO-NUEVO TO WST-SALDO(IND)
               ADD 1 TO WSV-CONT-POSTEADAS
               ADD WSV-MONTO-CLIENTE TO WSV-TOTAL-POSTEADO
           ELSE
               MOVE 'ERROR AL GRABAR EN MOVCLI.DAT'
                   TO WSV-MOTIVO-RECHAZO
           END-IF.

       44400-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF.

       44500-GRABAR-RECHAZO.
           MOVE WSV-NRO-CLIENTE TO REG-REC-NRO-CLIENTE
           MOVE WSV-MONTO-CLIENTE TO REG-REC-MONTO
           MOVE WSV-FECHA-POSTEO TO REG-REC-FECHA
           MOVE WSV-MOTIVO-RECHAZO TO REG-REC-MOTIVO
           WRITE REG-RECHAZO
           IF NOT WSS-FS-RECHAZOS-OK
               DISPLAY 'ERROR EN EL WRITE DE TRANSACCIONES-RECH.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZOS
           END-IF
           ADD 1 TO WSV-CONT-RECHAZADAS
           ADD WSV-MONTO-CLIENTE TO WSV-TOTAL-RECHAZADO
           DISPLAY 'RECHAZADA: CLIENTE ' WSV-NRO-CLIENTE ' MONTO '
                   WSV-MONTO-CLIENTE ' ' WSV-MOTIVO-RECHAZO.

      *REGRABA CUENTAS.DAT CON LOS SALDOS ACTUALIZADOS
       45000-REGRABAR-CUENTAS.
           IF WSV-CONT-POSTEADAS = 0
               DISPLAY 'SIN MOVIMIENTOS, NO SE REGRABA CUENTAS.DAT'
           ELSE
               OPEN OUTPUT CUENTAS
               IF NOT WSS-FS-CUENTAS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE CUENTAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-CUENTAS
                       MOVE WST-NRO-CLIENTE(IND) TO REG-NRO-CLIENTE
                       MOVE WST-NOMBRE(IND) TO REG-NOMBRE
                       MOVE WST-SALDO(IND) TO REG-SALDO
                       MOVE WST-LIMITE(IND) TO REG-LIMITE
                       WRITE REG-CUENTA
                       IF NOT WSS-FS-CUENTAS-OK
                           DISPLAY 'ERROR EN EL WRITE DE CUENTAS.DAT'
                           DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
                       END-IF
                   END-PERFORM
                   CLOSE CUENTAS
                   DISPLAY 'SALDOS GRABADOS EN CUENTAS.DAT'
               END-IF
           END-IF.

      *DEJA LA HUELLA DEL LOTE EN TRANSACCIONES.CTL; UN LOTE CON TODO
      *RECHAZADO NO MODIFICO EL LIBRO Y PUEDE VOLVER A POSTEARSE
       46000-GRABAR-CONTROL.
           IF WSV-CONT-POSTEADAS > 0
               OPEN EXTEND CONTROL-POS
               IF NOT WSS-FS-CONTROL-OK
                   DISPLAY 'ERROR EN EL OPEN DE TRANSACCIONES.CTL'
                   DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
               ELSE
                   ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
                   MOVE WSV-LOTE-CANTIDAD TO REG-CTL-CANTIDAD
                   MOVE WSV-MONTO-GENERAL TO REG-CTL-TOTAL
                   MOVE WSV-LOTE-SUMA-CLIENTES TO REG-CTL-SUMA-CLIENTES
                   MOVE WSV-LOTE-SUMA-PONDERADA
                       TO REG-CTL-SUMA-PONDERADA
                   MOVE WSV-FECHA-HOY TO REG-CTL-FECHA-POSTEO
                   WRITE REG-CONTROL
                   IF NOT WSS-FS-CONTROL-OK
                       DISPLAY 'ERROR EN EL WRITE DE TRANSACCIONES.CTL'
                       DISPLAY 'FILE STATUS ' WSS-FS-CONTROL
                   END-IF
                   CLOSE CONTROL-POS
               END-IF
           END-IF.

      *TOTAL DEL REPORTE CONTRA TOTAL POSTEADO; LA DIFERENCIA DEBE SER
      *LO RECHAZADO
       47000-MOSTRAR-CONCILIACION.
           COMPUTE WSV-DIFERENCIA =
                   WSV-MONTO-GENERAL - WSV-TOTAL-POSTEADO
           DISPLAY ' '
           DISPLAY 'CONCILIACION DEL POSTEO (FECHA ' WSV-FECHA-POSTEO
                   ')'
           MOVE WSV-MONTO-GENERAL TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL GENERAL DEL REPORTE  ' WSV-TOTAL-EDIT
                   '   TRANSACCIONES ' WSV-LOTE-CANTIDAD
           MOVE WSV-TOTAL-POSTEADO TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL POSTEADO EN MOVCLI   ' WSV-TOTAL-EDIT
                   '   POSTEADAS     ' WSV-CONT-POSTEADAS
           MOVE WSV-TOTAL-RECHAZADO TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL RECHAZADO            ' WSV-TOTAL-EDIT
                   '   RECHAZADAS    ' WSV-CONT-RECHAZADAS
           MOVE WSV-DIFERENCIA TO WSV-TOTAL-EDIT
           DISPLAY 'DIFERENCIA                 ' WSV-TOTAL-EDIT
                   '   EN CERO       ' WSV-CONT-EN-CERO
           IF WSV-DIFERENCIA NOT = WSV-TOTAL-RECHAZADO
               DISPLAY 'ATENCION: LA DIFERENCIA NO ES LO RECHAZADO'
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
         
