      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Prueba de saldos contra el libro. Recalcula el
      *saldo de cada cliente desde MOVCLI.DAT (cargos C suman; pagos
      *P, notas de credito N, incobrables I y anticipos A restan) y lo
      *compara con REG-SALDO de CUENTAS.DAT, que actualizan varios
      *programas cada uno por su lado. Lista cada diferencia con los
      *ultimos movimientos del cliente. En modo correccion, y con
      *confirmacion del operador cliente por cliente, graba en
      *MOVCLI.DAT un movimiento de ajuste (C si el libro quedo corto,
      *N si quedo largo) para que el libro coincida con CUENTAS.DAT,
      *y deja constancia en AJUSTES-SALDO.DAT. Si hoy cae en un mes
      *cerrado por EJES6042 los ajustes se fechan en el periodo
      *abierto que devuelve RUTPERIO, con la fecha de hoy en
      *REG-MOV-FECHA-ORIGEN; si no se acepta la corrida solo lista.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6040.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUENTAS          ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL MOVIMIENTOS
                               ASSIGN TO DISK 'MOVCLI.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MOVIMIENTOS.

       SELECT OPTIONAL AJUSTES ASSIGN TO DISK 'AJUSTES-SALDO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-AJUSTES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

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

      *CONSTANCIA DE CADA AJUSTE GRABADO EN MOVCLI.DAT
       FD AJUSTES.
       01 REG-AJUSTE.
           05 REG-AJU-NRO-CLIENTE  PIC 9(08).
           05 REG-AJU-FECHA        PIC 9(08).
           05 REG-AJU-SALDO-CUENTA PIC S9(05)V9(02).
           05 REG-AJU-SALDO-LIBRO  PIC S9(07)V9(02).
           05 REG-AJU-TIPO         PIC X(01).
           05 REG-AJU-IMPORTE      PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00' '05'.
           88 WSS-FS-MOVIMIENTOS-EOF   VALUE '10'.

       01 WSS-FS-AJUSTES           PIC X(02).
           88 WSS-FS-AJUSTES-OK        VALUE '00' '05'.

      *UN ELEMENTO POR CLIENTE DE CUENTAS.DAT O DE MOVCLI.DAT
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 100.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO-CUENTA     PIC S9(05)V9(02).
               10 WST-SALDO-LIBRO      PIC S9(07)V9(02).
               10 WST-CONT-MOV         PIC 9(04).
               10 WST-CON-CUENTA       PIC X(01).
                   88 WSS-CON-CUENTA           VALUE 'S'.
               10 WST-AJUSTAR          PIC X(01).
                   88 WSS-AJUSTAR              VALUE 'S'.

      *ULTIMOS MOVIMIENTOS DEL CLIENTE CON DIFERENCIA, EL MAS NUEVO
      *AL FINAL
       01 WSC-MAX-ULTIMOS          PIC 9(01) VALUE 5.
       01 WSV-CONT-ULTIMOS         PIC S9(4) COMP VALUE 0.
       01 WST-ULTIMOS.
           05 WST-ULTIMO-ITEM      OCCURS 5 TIMES INDEXED BY IND-UL.
               10 WST-UL-FECHA         PIC 9(08).
               10 WST-UL-TIPO          PIC X(01).
               10 WST-UL-IMPORTE       PIC 9(05)V9(02).
       01 WSV-SUB-UL               PIC 9(01).

       01 WSV-NRO-CLIENTE-ACT      PIC 9(08).
       01 WSV-DIFERENCIA           PIC S9(07)V9(02).
       01 WSV-IMPORTE-AJUSTE       PIC 9(07)V9(02).
       01 WSV-FECHA-HOY            PIC 9(08).
      *FECHA DE LOS AJUSTES EN EL LIBRO Y FECHA DE HOY SI ESTA CAE EN
      *UN MES CERRADO
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08) VALUE 0.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.

       01 WSV-MODO-CORRECCION      PIC X(01).
           88 WSS-MODO-CORRECCION      VALUE 'S' 's'.
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA-SI          VALUE 'S' 's'.
       01 WSV-CLIENTE-VISTO        PIC X(01).
           88 WSS-CLIENTE-EN-TABLA     VALUE 'S'.

       01 WSV-CONT-DIFERENCIAS     PIC 9(04) VALUE 0.
       01 WSV-CONT-AJUSTES         PIC 9(04) VALUE 0.
       01 WSV-TOTAL-CUENTAS        PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOTAL-LIBRO          PIC S9(09)V9(02) VALUE 0.
       01 WSV-SALDO-EDIT           PIC ------9.99.
       01 WSV-LIBRO-EDIT           PIC ------9.99.
       01 WSV-DIFER-EDIT           PIC ------9.99.
       01 WSV-TOTAL-EDIT           PIC ---------9.99.
       01 WSV-IMPORTE-EDIT         PIC ZZZZZ9.99.

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
           DISPLAY 'MODO CORRECCION, GRABA AJUSTES EN MOVCLI.DAT '
                   '(S/N)? '
           MOVE 'N' TO WSV-MODO-CORRECCION
           ACCEPT WSV-MODO-CORRECCION
           MOVE WSV-FECHA-HOY TO WSV-FECHA-LIBRO
           IF WSS-MODO-CORRECCION
               PERFORM 05000-VERIFICAR-PERIODO
           END-IF
           PERFORM 10000-CARGAR-CUENTAS
           PERFORM 15000-SUMAR-LIBRO
           PERFORM 20000-LISTAR-DIFERENCIAS
           IF WSV-CONT-AJUSTES > 0
               PERFORM 30000-GRABAR-AJUSTES
           END-IF
           PERFORM 40000-MOSTRAR-TOTALES
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6040' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-MODIFICA TO TRUE
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

      *LOS AJUSTES NO SE GRABAN EN UN MES CERRADO: SE OFRECE LA FECHA
      *DEL PERIODO ABIERTO QUE DEVUELVE RUTPERIO O SOLO LISTAR
       05000-VERIFICAR-PERIODO.
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-HOY TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIODO-CERRADO
               DISPLAY 'EL MES DE HOY ESTA CERRADO'
               DISPLAY 'GRABAR LOS AJUSTES CON FECHA '
                       REG-PERIO-FECHA-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF WSS-CONFIRMA-PERIODO
                   MOVE WSV-FECHA-HOY TO WSV-FECHA-ORIGEN
                   MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
               ELSE
                   DISPLAY 'SE LISTAN LAS DIFERENCIAS SIN CORREGIR'
                   MOVE 'N' TO WSV-MODO-CORRECCION
               END-IF
           END-IF.

       10000-CARGAR-CUENTAS.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-CTA UNTIL WSS-FS-CUENTAS-EOF
           CLOSE CUENTAS.

      *SIN TODOS LOS CLIENTES EN LA TABLA LA PRUEBA NO PRUEBA NADA
       11000-LEER-Y-CARGAR-CTA.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CLIENTES LLENA, SE ABANDONA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CLIENTES
               SET IND TO WSV-CONT-CLIENTES
               MOVE REG-NRO-CLIENTE TO WST-NRO-CLIENTE(IND)
               MOVE REG-NOMBRE TO WST-NOMBRE(IND)
               MOVE REG-SALDO TO WST-SALDO-CUENTA(IND)
               MOVE 0 TO WST-SALDO-LIBRO(IND)
               MOVE 0 TO WST-CONT-MOV(IND)
               MOVE 'S' TO WST-CON-CUENTA(IND)
               MOVE 'N' TO WST-AJUSTAR(IND)
               ADD REG-SALDO TO WSV-TOTAL-CUENTAS
           END-IF.

       15000-SUMAR-LIBRO.
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 16000-LEER-Y-SUMAR-MOV
               UNTIL WSS-FS-MOVIMIENTOS-EOF
           CLOSE MOVIMIENTOS.

      *UN CLIENTE CON MOVIMIENTOS Y SIN CUENTA TAMBIEN ES DIFERENCIA
       16000-LEER-Y-SUMAR-MOV.
           READ MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               MOVE REG-MOV-NRO-CLIENTE TO WSV-NRO-CLIENTE-ACT
               PERFORM 17000-BUSCAR-CLIENTE
               IF NOT WSS-CLIENTE-EN-TABLA
                   IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                       DISPLAY 'TABLA DE CLIENTES LLENA, SE ABANDONA'
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
                   ADD 1 TO WSV-CONT-CLIENTES
                   SET IND TO WSV-CONT-CLIENTES
                   MOVE REG-MOV-NRO-CLIENTE TO WST-NRO-CLIENTE(IND)
                   MOVE 'SIN CUENTA EN CUENTAS.DAT' TO WST-NOMBRE(IND)
                   MOVE 0 TO WST-SALDO-CUENTA(IND)
                   MOVE 0 TO WST-SALDO-LIBRO(IND)
                   MOVE 0 TO WST-CONT-MOV(IND)
                   MOVE 'N' TO WST-CON-CUENTA(IND)
                   MOVE 'N' TO WST-AJUSTAR(IND)
               END-IF
               ADD 1 TO WST-CONT-MOV(IND)
               IF REG-MOV-TIPO = 'C'
                   ADD REG-MOV-IMPORTE TO WST-SALDO-LIBRO(IND)
                   ADD REG-MOV-IMPORTE TO WSV-TOTAL-LIBRO
               ELSE
                   SUBTRACT REG-MOV-IMPORTE FROM WST-SALDO-LIBRO(IND)
                   SUBTRACT REG-MOV-IMPORTE FROM WSV-TOTAL-LIBRO
               END-IF
           END-IF.

       17000-BUSCAR-CLIENTE.
           MOVE 'N' TO WSV-CLIENTE-VISTO
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
                       OR WSS-CLIENTE-EN-TABLA
               IF WST-NRO-CLIENTE(IND) = WSV-NRO-CLIENTE-ACT
                   SET WSS-CLIENTE-EN-TABLA TO TRUE
               END-IF
           END-PERFORM
           IF WSS-CLIENTE-EN-TABLA
               SET IND DOWN BY 1
           END-IF.

       20000-LISTAR-DIFERENCIAS.
           DISPLAY WSV-LINEA
           DISPLAY 'PRUEBA DE SALDOS CONTRA MOVCLI.DAT AL '
                   WSV-FECHA-HOY
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               IF WST-SALDO-LIBRO(IND) NOT = WST-SALDO-CUENTA(IND)
                       OR NOT WSS-CON-CUENTA(IND)
                   PERFORM 21000-LISTAR-UN-CLIENTE
               END-IF
           END-PERFORM
           IF WSV-CONT-DIFERENCIAS = 0
               DISPLAY 'TODOS LOS SALDOS COINCIDEN CON EL LIBRO'
           END-IF.

       21000-LISTAR-UN-CLIENTE.
           ADD 1 TO WSV-CONT-DIFERENCIAS
           COMPUTE WSV-DIFERENCIA =
                   WST-SALDO-CUENTA(IND) - WST-SALDO-LIBRO(IND)
           MOVE WST-SALDO-CUENTA(IND) TO WSV-SALDO-EDIT
           MOVE WST-SALDO-LIBRO(IND) TO WSV-LIBRO-EDIT
           MOVE WSV-DIFERENCIA TO WSV-DIFER-EDIT
           DISPLAY 'CLIENTE ' WST-NRO-CLIENTE(IND) ' '
                   WST-NOMBRE(IND)
           DISPLAY '  CUENTAS.DAT ' WSV-SALDO-EDIT
                   '  LIBRO ' WSV-LIBRO-EDIT
                   '  DIFERENCIA ' WSV-DIFER-EDIT
           MOVE WST-NRO-CLIENTE(IND) TO WSV-NRO-CLIENTE-ACT
           PERFORM 22000-CARGAR-ULTIMOS
           IF WSV-CONT-ULTIMOS = 0
               DISPLAY '  SIN MOVIMIENTOS EN MOVCLI.DAT'
           ELSE
               DISPLAY '  ULTIMOS MOVIMIENTOS (DE ' WST-CONT-MOV(IND)
                       '):'
               PERFORM VARYING IND-UL FROM 1 BY 1
                       UNTIL IND-UL > WSV-CONT-ULTIMOS
                   MOVE WST-UL-IMPORTE(IND-UL) TO WSV-IMPORTE-EDIT
                   DISPLAY '    ' WST-UL-FECHA(IND-UL) ' '
                           WST-UL-TIPO(IND-UL) ' ' WSV-IMPORTE-EDIT
               END-PERFORM
           END-IF
           IF WSS-MODO-CORRECCION
               PERFORM 23000-CONFIRMAR-AJUSTE
           END-IF
           DISPLAY WSV-LINEA.

      *RELEE EL LIBRO Y SE QUEDA CON LOS ULTIMOS MOVIMIENTOS DEL
      *CLIENTE, CORRIENDO LA VENTANA CUANDO SE LLENA
       22000-CARGAR-ULTIMOS.
           MOVE 0 TO WSV-CONT-ULTIMOS
           OPEN INPUT MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               PERFORM 22100-LEER-Y-GUARDAR-MOV
                   UNTIL WSS-FS-MOVIMIENTOS-EOF
           END-IF
           CLOSE MOVIMIENTOS.

       22100-LEER-Y-GUARDAR-MOV.
           READ MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               IF REG-MOV-NRO-CLIENTE = WSV-NRO-CLIENTE-ACT
                   IF WSV-CONT-ULTIMOS >= WSC-MAX-ULTIMOS
                       PERFORM VARYING WSV-SUB-UL FROM 1 BY 1
                               UNTIL WSV-SUB-UL >= WSC-MAX-ULTIMOS
                           SET IND-UL TO WSV-SUB-UL
                           MOVE WST-ULTIMO-ITEM(IND-UL + 1)
                               TO WST-ULTIMO-ITEM(IND-UL)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WSV-CONT-ULTIMOS
                   END-IF
                   SET IND-UL TO WSV-CONT-ULTIMOS
                   MOVE REG-MOV-FECHA TO WST-UL-FECHA(IND-UL)
                   MOVE REG-MOV-TIPO TO WST-UL-TIPO(IND-UL)
                   MOVE REG-MOV-IMPORTE TO WST-UL-IMPORTE(IND-UL)
               END-IF
           END-IF.

      *SOLO SE AJUSTA UN CLIENTE CON CUENTA: EL LIBRO SE LLEVA AL
      *SALDO DE CUENTAS.DAT
       23000-CONFIRMAR-AJUSTE.
           IF NOT WSS-CON-CUENTA(IND)
               DISPLAY '  SIN CUENTA, NO SE PUEDE AJUSTAR; DAR DE '
                       'ALTA LA CUENTA O CORREGIR EL LIBRO'
           ELSE
               IF WSV-DIFERENCIA < -99999.99
                       OR WSV-DIFERENCIA > 99999.99
                   DISPLAY '  LA DIFERENCIA EXCEDE UN MOVIMIENTO, '
                           'AJUSTAR A MANO'
               ELSE
                   DISPLAY '  GRABA EL AJUSTE EN MOVCLI.DAT (S/N)? '
                   MOVE SPACE TO WSV-CONFIRMA
                   ACCEPT WSV-CONFIRMA
                   IF WSS-CONFIRMA-SI
                       SET WSS-AJUSTAR(IND) TO TRUE
                       ADD 1 TO WSV-CONT-AJUSTES
                   END-IF
               END-IF
           END-IF.

      *UN CARGO C SI EL LIBRO QUEDO POR DEBAJO DE CUENTAS.DAT, UNA
      *NOTA DE CREDITO N SI QUEDO POR ENCIMA, CON FECHA DE HOY
       30000-GRABAR-AJUSTES.
           OPEN EXTEND MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN EXTEND AJUSTES
           IF NOT WSS-FS-AJUSTES-OK
               DISPLAY 'ERROR EN EL OPEN DE AJUSTES-SALDO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-AJUSTES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               IF WSS-AJUSTAR(IND)
                   PERFORM 31000-GRABAR-UN-AJUSTE
               END-IF
           END-PERFORM
           CLOSE MOVIMIENTOS
           CLOSE AJUSTES.

       31000-GRABAR-UN-AJUSTE.
           COMPUTE WSV-DIFERENCIA =
                   WST-SALDO-CUENTA(IND) - WST-SALDO-LIBRO(IND)
           MOVE WST-NRO-CLIENTE(IND) TO REG-MOV-NRO-CLIENTE
           MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
           IF WSV-DIFERENCIA > 0
               MOVE 'C' TO REG-MOV-TIPO
               MOVE WSV-DIFERENCIA TO WSV-IMPORTE-AJUSTE
           ELSE
               MOVE 'N' TO REG-MOV-TIPO
               COMPUTE WSV-IMPORTE-AJUSTE = 0 - WSV-DIFERENCIA
           END-IF
           MOVE WSV-IMPORTE-AJUSTE TO REG-MOV-IMPORTE
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           ELSE
               MOVE WST-NRO-CLIENTE(IND) TO REG-AJU-NRO-CLIENTE
               MOVE WSV-FECHA-HOY TO REG-AJU-FECHA
               MOVE WST-SALDO-CUENTA(IND) TO REG-AJU-SALDO-CUENTA
               MOVE WST-SALDO-LIBRO(IND) TO REG-AJU-SALDO-LIBRO
               MOVE REG-MOV-TIPO TO REG-AJU-TIPO
               MOVE WSV-IMPORTE-AJUSTE TO REG-AJU-IMPORTE
               WRITE REG-AJUSTE
               IF NOT WSS-FS-AJUSTES-OK
                   DISPLAY 'ERROR EN EL WRITE DE AJUSTES-SALDO.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-AJUSTES
               END-IF
               MOVE WSV-IMPORTE-AJUSTE TO WSV-IMPORTE-EDIT
               DISPLAY 'AJUSTE ' REG-MOV-TIPO ' ' WSV-IMPORTE-EDIT
                       ' GRABADO AL CLIENTE ' WST-NRO-CLIENTE(IND)
           END-IF.

       40000-MOSTRAR-TOTALES.
           DISPLAY 'CLIENTES REVISADOS:       ' WSV-CONT-CLIENTES
           DISPLAY 'CLIENTES CON DIFERENCIA:  ' WSV-CONT-DIFERENCIAS
           DISPLAY 'AJUSTES GRABADOS:         ' WSV-CONT-AJUSTES
           MOVE WSV-TOTAL-CUENTAS TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL SEGUN CUENTAS.DAT:  ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-LIBRO TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL SEGUN MOVCLI.DAT:   ' WSV-TOTAL-EDIT
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
