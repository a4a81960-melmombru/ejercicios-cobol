      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Cartera de cheques. Sigue los cheques que
      *EJES6003 registra en CHEQUES.DAT al cobrar con medio C por su
      *ciclo: en cartera (C), depositado (D), acreditado (A) o
      *rechazado (R). Un cheque rechazado revierte el cobro: se
      *asienta en MOVCLI.DAT un cargo por el importe del cheque y
      *otro por el gasto bancario de rechazo de CHEQUES.PRM, fechados
      *el dia del rechazo, y los dos se suman al saldo de CUENTAS.DAT.
      *Si el rechazo cae en un mes cerrado por EJES6042 los cargos se
      *fechan en el periodo abierto que devuelve RUTPERIO, con el dia
      *del rechazo en REG-MOV-FECHA-ORIGEN; si no se acepta no se
      *rechaza.
      *El rechazo se graba en el acto para que el cheque y los cargos
      *no queden desparejos. EJES6037 lista la cartera por fecha de
      *cobro.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - CUENTAS.DAT se carga antes de asentar el rechazo: si
      *   no entra en la tabla no se graban los cargos en MOVCLI.DAT ni
      *   cambia el cheque, en lugar de abandonar con los cargos ya
      *   asentados y el saldo sin ajustar.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6036.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS       ASSIGN TO DISK 'CHEQUES.PRM'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT OPTIONAL CHEQUES ASSIGN TO DISK 'CHEQUES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CHEQUES.

       SELECT OPTIONAL MOVIMIENTOS
                               ASSIGN TO DISK 'MOVCLI.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MOVIMIENTOS.

       SELECT OPTIONAL CUENTAS ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-GASTO-RECHAZO
                                   PIC 9(05)V9(02).

       FD CHEQUES.
       01 REG-CHEQUE.
           05 REG-CHQ-BANCO        PIC X(15).
           05 REG-CHQ-NUMERO       PIC 9(08).
           05 REG-CHQ-LIBRADOR     PIC X(30).
           05 REG-CHQ-NRO-CLIENTE  PIC 9(08).
           05 REG-CHQ-IMPORTE      PIC 9(05)V9(02).
           05 REG-CHQ-FECHA-RECIBIDO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-COBRO  PIC 9(08).
           05 REG-CHQ-RECIBO       PIC 9(06).
           05 REG-CHQ-SESION       PIC 9(04).
           05 REG-CHQ-ESTADO       PIC X(01).
           05 REG-CHQ-FECHA-DEPOSITO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-ESTADO PIC 9(08).

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
           05 REG-MOV-DISPUTA      PIC X(01).
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS        PIC X(02).
           88 WSS-FS-PARAMETROS-OK     VALUE '00'.

       01 WSS-FS-CHEQUES           PIC X(02).
           88 WSS-FS-CHEQUES-OK        VALUE '00' '05'.
           88 WSS-FS-CHEQUES-EOF       VALUE '10'.

       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00' '05'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00' '05'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSV-GASTO-RECHAZO        PIC 9(05)V9(02).

       01 WSC-MAX-CHEQUES          PIC 9(03) VALUE 500.
       01 WSV-CONT-CHEQUES         PIC S9(4) COMP VALUE 0.
       01 WST-CHEQUES.
           05 WST-CHEQUE-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IND.
               10 WST-CH-BANCO         PIC X(15).
               10 WST-CH-NUMERO        PIC 9(08).
               10 WST-CH-LIBRADOR      PIC X(30).
               10 WST-CH-NRO-CLIENTE   PIC 9(08).
               10 WST-CH-IMPORTE       PIC 9(05)V9(02).
               10 WST-CH-FECHA-RECIBIDO
                                       PIC 9(08).
               10 WST-CH-FECHA-COBRO   PIC 9(08).
               10 WST-CH-RECIBO        PIC 9(06).
               10 WST-CH-SESION        PIC 9(04).
               10 WST-CH-ESTADO        PIC X(01).
                   88 WSS-CH-EN-CARTERA    VALUE 'C'.
                   88 WSS-CH-DEPOSITADO    VALUE 'D'.
                   88 WSS-CH-ACREDITADO    VALUE 'A'.
                   88 WSS-CH-RECHAZADO     VALUE 'R'.
               10 WST-CH-FECHA-DEPOSITO
                                       PIC 9(08).
               10 WST-CH-FECHA-ESTADO  PIC 9(08).

      *BUFFER DE CUENTAS.DAT PARA EL REGRABADO DE SALDOS
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS.
           05 WST-CTA-REGISTRO     PIC X(54) OCCURS 100 TIMES
                                   INDEXED BY IND-CT.
       01 WSV-SUB-CT               PIC 9(03).
       01 WSV-CUENTAS-ESTADO       PIC X(01).
           88 WSS-CUENTAS-CARGADAS     VALUE 'S'.
           88 WSS-CUENTAS-LLENA        VALUE 'L'.
           88 WSS-CUENTAS-NO-DISP      VALUE 'N'.

       01 WSV-OPCION-MENU          PIC 9(01) VALUE 0.
       01 WSV-CONT-CAMBIOS         PIC 9(03) VALUE 0.
       01 WSV-BANCO-E              PIC X(15).
       01 WSV-NRO-CHEQUE-E         PIC 9(08).
       01 WSV-FECHA-E              PIC 9(08).
       01 WSV-FECHA-HOY            PIC 9(08).
      *FECHA DE LOS CARGOS EN EL LIBRO Y FECHA DEL RECHAZO SI ESTA CAE
      *EN UN MES CERRADO
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08).
       01 WSV-FECHA-ACEPTADA       PIC X(01).
           88 WSS-FECHA-ACEPTADA       VALUE 'S'.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01 WSV-CARGO-TOTAL          PIC 9(06)V9(02).
       01 WSV-CUENTA-HALLADA       PIC X(01).
           88 WSS-CUENTA-HALLADA       VALUE 'S'.
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA-SI          VALUE 'S' 's'.
       01 WSV-IMPORTE-EDIT         PIC ZZZZZ9.99.
       01 WSV-DESC-ESTADO          PIC X(11).

       01 WSV-BUSQUEDA             PIC X(01).
           88 WSS-BUSQUEDA-OK          VALUE 'S'.
           88 WSS-BUSQUEDA-NO          VALUE 'N'.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-CARGAR-PARAMETROS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6036' TO REG-OPER-PROGRAMA-E
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

      *EL GASTO BANCARIO DE RECHAZO SALE DE CHEQUES.PRM; SIN EL
      *PARAMETRO NO SE PUEDE REVERTIR UN RECHAZO Y NO SE CORRE
       05000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'NO SE PUDO ABRIR CHEQUES.PRM, FALTA EL GASTO '
                       'BANCARIO DE RECHAZO'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           READ PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'CHEQUES.PRM VACIO O ILEGIBLE'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE REG-PRM-GASTO-RECHAZO TO WSV-GASTO-RECHAZO
           CLOSE PARAMETROS
           MOVE WSV-GASTO-RECHAZO TO WSV-IMPORTE-EDIT
           DISPLAY 'GASTO BANCARIO POR CHEQUE RECHAZADO: '
                   WSV-IMPORTE-EDIT.

       10000-CARGAR-TABLA.
           OPEN INPUT CHEQUES
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR EN EL OPEN DE CHEQUES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CHEQUES-EOF
           CLOSE CHEQUES.

      *CON LA TABLA LLENA NO SE PUEDE REGRABAR SIN PERDER CHEQUES
       11000-LEER-Y-CARGAR.
           READ CHEQUES
           IF WSS-FS-CHEQUES-OK
               IF WSV-CONT-CHEQUES >= WSC-MAX-CHEQUES
                   DISPLAY 'TABLA DE CHEQUES LLENA, SE ABANDONA SIN '
                           'TOCAR NADA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CHEQUES
               SET IND TO WSV-CONT-CHEQUES
               MOVE REG-CHQ-BANCO TO WST-CH-BANCO(IND)
               MOVE REG-CHQ-NUMERO TO WST-CH-NUMERO(IND)
               MOVE REG-CHQ-LIBRADOR TO WST-CH-LIBRADOR(IND)
               MOVE REG-CHQ-NRO-CLIENTE TO WST-CH-NRO-CLIENTE(IND)
               MOVE REG-CHQ-IMPORTE TO WST-CH-IMPORTE(IND)
               MOVE REG-CHQ-FECHA-RECIBIDO
                   TO WST-CH-FECHA-RECIBIDO(IND)
               MOVE REG-CHQ-FECHA-COBRO TO WST-CH-FECHA-COBRO(IND)
               MOVE REG-CHQ-RECIBO TO WST-CH-RECIBO(IND)
               MOVE REG-CHQ-SESION TO WST-CH-SESION(IND)
               MOVE REG-CHQ-ESTADO TO WST-CH-ESTADO(IND)
               MOVE REG-CHQ-FECHA-DEPOSITO
                   TO WST-CH-FECHA-DEPOSITO(IND)
               MOVE REG-CHQ-FECHA-ESTADO TO WST-CH-FECHA-ESTADO(IND)
           END-IF.

       20000-MENU.
           DISPLAY '1. DEPOSITAR UN CHEQUE EN CARTERA'
           DISPLAY '2. ACREDITAR UN CHEQUE DEPOSITADO'
           DISPLAY '3. RECHAZAR UN CHEQUE'
           DISPLAY '4. CONSULTAR UN CHEQUE'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-DEPOSITAR
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-ACREDITAR
                   END-IF
               WHEN 3
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-RECHAZAR
                   END-IF
               WHEN 4 PERFORM 24000-CONSULTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *UN CHEQUE DIFERIDO NO SE PUEDE DEPOSITAR ANTES DE SU FECHA
      *DE COBRO
       21000-DEPOSITAR.
           PERFORM 27000-BUSCAR-CHEQUE
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'EL CHEQUE NO ESTA EN CHEQUES.DAT'
               WHEN NOT WSS-CH-EN-CARTERA(IND)
                   PERFORM 25000-DESCRIBIR-ESTADO
                   DISPLAY 'EL CHEQUE NO ESTA EN CARTERA, ESTADO: '
                           WSV-DESC-ESTADO
               WHEN OTHER
                   PERFORM 26000-PEDIR-FECHA
                   IF WSV-FECHA-E < WST-CH-FECHA-COBRO(IND)
                       DISPLAY 'EL CHEQUE ES AL '
                               WST-CH-FECHA-COBRO(IND)
                               ', NO SE PUEDE DEPOSITAR ANTES'
                   ELSE
                       MOVE 'D' TO WST-CH-ESTADO(IND)
                       MOVE WSV-FECHA-E TO WST-CH-FECHA-DEPOSITO(IND)
                       MOVE WSV-FECHA-E TO WST-CH-FECHA-ESTADO(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'CHEQUE DEPOSITADO'
                   END-IF
           END-EVALUATE.

       22000-ACREDITAR.
           PERFORM 27000-BUSCAR-CHEQUE
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'EL CHEQUE NO ESTA EN CHEQUES.DAT'
               WHEN NOT WSS-CH-DEPOSITADO(IND)
                   PERFORM 25000-DESCRIBIR-ESTADO
                   DISPLAY 'SOLO SE ACREDITA UN CHEQUE DEPOSITADO, '
                           'ESTADO: ' WSV-DESC-ESTADO
               WHEN OTHER
                   PERFORM 26000-PEDIR-FECHA
                   IF WSV-FECHA-E < WST-CH-FECHA-DEPOSITO(IND)
                       DISPLAY 'LA FECHA ES ANTERIOR AL DEPOSITO DEL '
                               WST-CH-FECHA-DEPOSITO(IND)
                   ELSE
                       MOVE 'A' TO WST-CH-ESTADO(IND)
                       MOVE WSV-FECHA-E TO WST-CH-FECHA-ESTADO(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'CHEQUE ACREDITADO'
                   END-IF
           END-EVALUATE.

      *RECHAZO DE UN CHEQUE EN CARTERA O DEPOSITADO: REVIERTE EL
      *COBRO CON UN CARGO POR EL IMPORTE MAS EL GASTO BANCARIO, LOS
      *SUMA AL SALDO Y GRABA TODO EN EL ACTO
       23000-RECHAZAR.
           PERFORM 27000-BUSCAR-CHEQUE
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'EL CHEQUE NO ESTA EN CHEQUES.DAT'
               WHEN NOT WSS-CH-EN-CARTERA(IND)
                       AND NOT WSS-CH-DEPOSITADO(IND)
                   PERFORM 25000-DESCRIBIR-ESTADO
                   DISPLAY 'EL CHEQUE NO SE PUEDE RECHAZAR, ESTADO: '
                           WSV-DESC-ESTADO
               WHEN OTHER
                   PERFORM 24100-MOSTRAR-CHEQUE
                   PERFORM 26000-PEDIR-FECHA
                   PERFORM 23050-VERIFICAR-PERIODO
                   PERFORM 23060-CONFIRMAR-RECHAZO
           END-EVALUATE.

      *LOS CARGOS NO SE ASIENTAN EN UN MES CERRADO: SE OFRECE LA FECHA
      *DEL PERIODO ABIERTO QUE DEVUELVE RUTPERIO
       23050-VERIFICAR-PERIODO.
           MOVE WSV-FECHA-E TO WSV-FECHA-LIBRO
           MOVE 0 TO WSV-FECHA-ORIGEN
           MOVE 'S' TO WSV-FECHA-ACEPTADA
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-E TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIODO-CERRADO
               DISPLAY 'EL MES ' REG-PERIO-FECHA(1:6) ' ESTA CERRADO'
               DISPLAY 'ASENTAR LOS CARGOS CON FECHA '
                       REG-PERIO-FECHA-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF WSS-CONFIRMA-PERIODO
                   MOVE WSV-FECHA-E TO WSV-FECHA-ORIGEN
                   MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
               ELSE
                   MOVE 'N' TO WSV-FECHA-ACEPTADA
               END-IF
           END-IF.

       23060-CONFIRMAR-RECHAZO.
           IF WSS-FECHA-ACEPTADA
               MOVE WST-CH-IMPORTE(IND) TO WSV-CARGO-TOTAL
               ADD WSV-GASTO-RECHAZO TO WSV-CARGO-TOTAL
               MOVE WSV-CARGO-TOTAL TO WSV-IMPORTE-EDIT
               DISPLAY 'SE CARGARA AL CLIENTE '
                       WST-CH-NRO-CLIENTE(IND) ' UN TOTAL DE '
                       WSV-IMPORTE-EDIT ' (CHEQUE MAS GASTO)'
               DISPLAY 'CONFIRMA EL RECHAZO (S/N)? '
               MOVE SPACE TO WSV-CONFIRMA
               ACCEPT WSV-CONFIRMA
               IF WSS-CONFIRMA-SI
                   PERFORM 23500-CARGAR-CUENTAS
                   IF WSS-CUENTAS-LLENA
                       DISPLAY 'TABLA DE CUENTAS LLENA, EL SALDO NO SE '
                               'PODRIA AJUSTAR: NO SE ASIENTAN LOS '
                               'CARGOS NI SE RECHAZA EL CHEQUE'
                   ELSE
                       PERFORM 23100-CARGAR-RECHAZO
                       MOVE 'R' TO WST-CH-ESTADO(IND)
                       MOVE WSV-FECHA-E TO WST-CH-FECHA-ESTADO(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       IF WSS-CUENTAS-CARGADAS
                           PERFORM 23550-AJUSTAR-SALDO
                       END-IF
                       PERFORM 30000-GRABAR-TABLA
                       DISPLAY 'CHEQUE RECHAZADO Y COBRO REVERTIDO'
                   END-IF
               ELSE
                   DISPLAY 'RECHAZO CANCELADO'
               END-IF
           ELSE
               DISPLAY 'RECHAZO CANCELADO'
           END-IF.

      *DOS MOVIMIENTOS TIPO C EN EL LIBRO: EL CHEQUE Y EL GASTO
       23100-CARGAR-RECHAZO.
           OPEN EXTEND MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE WST-CH-NRO-CLIENTE(IND) TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
           MOVE 'C' TO REG-MOV-TIPO
           MOVE WST-CH-IMPORTE(IND) TO REG-MOV-IMPORTE
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           PERFORM 23200-ESCRIBIR-MOVIMIENTO
           IF WSV-GASTO-RECHAZO > 0
               MOVE WSV-GASTO-RECHAZO TO REG-MOV-IMPORTE
               PERFORM 23200-ESCRIBIR-MOVIMIENTO
           END-IF
           CLOSE MOVIMIENTOS.

       23200-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           END-IF.

      *CARGA CUENTAS.DAT EN EL BUFFER ANTES DE ASENTAR NADA: SI NO
      *ENTRA EN LA TABLA EL RECHAZO NO SE HACE, PARA QUE LOS CARGOS DE
      *MOVCLI.DAT Y EL SALDO SE ACTUALICEN JUNTOS O NINGUNO
       23500-CARGAR-CUENTAS.
           MOVE 0 TO WSV-CONT-CUENTAS
           MOVE 'N' TO WSV-CUENTA-HALLADA
           SET WSS-CUENTAS-CARGADAS TO TRUE
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'CUENTAS.DAT NO DISPONIBLE, EL SALDO NO SE '
                       'AJUSTA AHI'
               SET WSS-CUENTAS-NO-DISP TO TRUE
               CLOSE CUENTAS
           ELSE
               PERFORM 23600-LEER-Y-GUARDAR-CTA
                   UNTIL WSS-FS-CUENTAS-EOF OR WSS-CUENTAS-LLENA
               CLOSE CUENTAS
           END-IF.

      *SUMA CHEQUE Y GASTO AL SALDO DEL CLIENTE EN CUENTAS.DAT
       23550-AJUSTAR-SALDO.
           PERFORM 23700-REGRABAR-CUENTAS
           IF NOT WSS-CUENTA-HALLADA
               DISPLAY 'EL CLIENTE ' WST-CH-NRO-CLIENTE(IND)
                       ' NO TIENE CUENTA EN CUENTAS.DAT, EL '
                       'CARGO QUEDA SOLO EN MOVCLI.DAT'
           END-IF.

       23600-LEER-Y-GUARDAR-CTA.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CUENTAS >= WSC-MAX-CUENTAS
                   SET WSS-CUENTAS-LLENA TO TRUE
               ELSE
                   ADD 1 TO WSV-CONT-CUENTAS
                   SET IND-CT TO WSV-CONT-CUENTAS
                   MOVE REG-CUENTA TO WST-CTA-REGISTRO(IND-CT)
               END-IF
           END-IF.

       23700-REGRABAR-CUENTAS.
           OPEN OUTPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR EN EL REOPEN DE CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-CT FROM 1 BY 1
                   UNTIL WSV-SUB-CT > WSV-CONT-CUENTAS
               SET IND-CT TO WSV-SUB-CT
               MOVE WST-CTA-REGISTRO(IND-CT) TO REG-CUENTA
               IF REG-NRO-CLIENTE = WST-CH-NRO-CLIENTE(IND)
                   SET WSS-CUENTA-HALLADA TO TRUE
                   ADD WSV-CARGO-TOTAL TO REG-SALDO
                       ON SIZE ERROR
                           DISPLAY 'EL SALDO DEL CLIENTE '
                                   REG-NRO-CLIENTE ' DESBORDA, '
                                   'AJUSTARLO A MANO'
                   END-ADD
               END-IF
               WRITE REG-CUENTA
               IF NOT WSS-FS-CUENTAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE CUENTAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               END-IF
           END-PERFORM
           CLOSE CUENTAS.

       24000-CONSULTAR.
           PERFORM 27000-BUSCAR-CHEQUE
           IF NOT WSS-BUSQUEDA-OK
               DISPLAY 'EL CHEQUE NO ESTA EN CHEQUES.DAT'
           ELSE
               PERFORM 24100-MOSTRAR-CHEQUE
           END-IF.

       24100-MOSTRAR-CHEQUE.
           PERFORM 25000-DESCRIBIR-ESTADO
           MOVE WST-CH-IMPORTE(IND) TO WSV-IMPORTE-EDIT
           DISPLAY WSV-LINEA
           DISPLAY 'BANCO:       ' WST-CH-BANCO(IND)
                   '  NRO: ' WST-CH-NUMERO(IND)
           DISPLAY 'LIBRADOR:    ' WST-CH-LIBRADOR(IND)
           DISPLAY 'CLIENTE:     ' WST-CH-NRO-CLIENTE(IND)
                   '  RECIBO: ' WST-CH-RECIBO(IND)
                   '  SESION: ' WST-CH-SESION(IND)
           DISPLAY 'IMPORTE:     ' WSV-IMPORTE-EDIT
           DISPLAY 'RECIBIDO:    ' WST-CH-FECHA-RECIBIDO(IND)
                   '  COBRO: ' WST-CH-FECHA-COBRO(IND)
           DISPLAY 'ESTADO:      ' WSV-DESC-ESTADO
                   '  DESDE: ' WST-CH-FECHA-ESTADO(IND)
           IF WST-CH-FECHA-DEPOSITO(IND) > 0
               DISPLAY 'DEPOSITADO:  ' WST-CH-FECHA-DEPOSITO(IND)
           END-IF
           DISPLAY WSV-LINEA.

       25000-DESCRIBIR-ESTADO.
           EVALUATE TRUE
               WHEN WSS-CH-EN-CARTERA(IND)
                   MOVE 'EN CARTERA' TO WSV-DESC-ESTADO
               WHEN WSS-CH-DEPOSITADO(IND)
                   MOVE 'DEPOSITADO' TO WSV-DESC-ESTADO
               WHEN WSS-CH-ACREDITADO(IND)
                   MOVE 'ACREDITADO' TO WSV-DESC-ESTADO
               WHEN WSS-CH-RECHAZADO(IND)
                   MOVE 'RECHAZADO' TO WSV-DESC-ESTADO
               WHEN OTHER
                   MOVE 'DESCONOCIDO' TO WSV-DESC-ESTADO
           END-EVALUATE.

      *FECHA DEL MOVIMIENTO, POR DEFECTO HOY
       26000-PEDIR-FECHA.
           MOVE 1 TO WSV-FECHA-E
           PERFORM UNTIL WSV-FECHA-E = 0
                   OR (WSV-FECHA-E >= 20000101
                   AND WSV-FECHA-E <= 20991231
                   AND WSV-FECHA-E(5:2) >= '01'
                   AND WSV-FECHA-E(5:2) <= '12'
                   AND WSV-FECHA-E(7:2) >= '01'
                   AND WSV-FECHA-E(7:2) <= '31')
               DISPLAY 'INGRESE FECHA (AAAAMMDD, 0 = HOY): '
               ACCEPT WSV-FECHA-E
           END-PERFORM
           IF WSV-FECHA-E = 0
               MOVE WSV-FECHA-HOY TO WSV-FECHA-E
           END-IF.

      *BUSCA EL CHEQUE POR BANCO Y NUMERO
       27000-BUSCAR-CHEQUE.
           DISPLAY 'INGRESE BANCO DEL CHEQUE: '
           ACCEPT WSV-BANCO-E
           DISPLAY 'INGRESE NRO DE CHEQUE: '
           ACCEPT WSV-NRO-CHEQUE-E
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CHEQUES
                       OR WSS-BUSQUEDA-OK
               IF WST-CH-BANCO(IND) = WSV-BANCO-E
                       AND WST-CH-NUMERO(IND) = WSV-NRO-CHEQUE-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO HAY CAMBIOS PENDIENTES, NO SE REGRABA'
           ELSE
               OPEN OUTPUT CHEQUES
               IF NOT WSS-FS-CHEQUES-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE CHEQUES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-CHEQUES
                   PERFORM 31000-ESCRIBIR-CHEQUE
               END-PERFORM
               CLOSE CHEQUES
               MOVE 0 TO WSV-CONT-CAMBIOS
               DISPLAY 'CAMBIOS GRABADOS EN CHEQUES.DAT'
           END-IF.

       31000-ESCRIBIR-CHEQUE.
           MOVE WST-CH-BANCO(IND) TO REG-CHQ-BANCO
           MOVE WST-CH-NUMERO(IND) TO REG-CHQ-NUMERO
           MOVE WST-CH-LIBRADOR(IND) TO REG-CHQ-LIBRADOR
           MOVE WST-CH-NRO-CLIENTE(IND) TO REG-CHQ-NRO-CLIENTE
           MOVE WST-CH-IMPORTE(IND) TO REG-CHQ-IMPORTE
           MOVE WST-CH-FECHA-RECIBIDO(IND)
               TO REG-CHQ-FECHA-RECIBIDO
           MOVE WST-CH-FECHA-COBRO(IND) TO REG-CHQ-FECHA-COBRO
           MOVE WST-CH-RECIBO(IND) TO REG-CHQ-RECIBO
           MOVE WST-CH-SESION(IND) TO REG-CHQ-SESION
           MOVE WST-CH-ESTADO(IND) TO REG-CHQ-ESTADO
           MOVE WST-CH-FECHA-DEPOSITO(IND)
               TO REG-CHQ-FECHA-DEPOSITO
           MOVE WST-CH-FECHA-ESTADO(IND) TO REG-CHQ-FECHA-ESTADO
           WRITE REG-CHEQUE
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'ERROR EN EL WRITE DE CHEQUES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
