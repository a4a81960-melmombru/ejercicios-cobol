      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Calificacion de clientes por comportamiento de
      *pago y revision de limites de credito. REG-LIMITE se fijaba una
      *sola vez en EJES6001. Este batch mide los ultimos 12 meses de
      *cada cliente de CUENTAS.DAT: aplica pagos y anticipos de
      *MOVCLI.DAT contra los cargos mas viejos (mismo FIFO que el
      *extracto de EJES6006) y saca los dias promedio de cargo a pago
      *(ponderados por importe) y el porcentaje pagado despues del
      *plazo; cuenta ademas los cheques rechazados de CHEQUES.DAT y
      *los convenios rotos de CONVENIOS.DAT. Con las reglas de
      *CALIFICA.PRM (registro P con el plazo en dias y un registro B
      *por banda con sus maximos y el porcentaje del limite actual a
      *proponer; la ultima banda toma a todos los que no entraron en
      *las anteriores) asigna la banda y propone el nuevo limite. El
      *modo P solo lista la propuesta; el modo A pide codigo y clave
      *de un operador de nivel D (RUTOPER), se confirma cliente por
      *cliente, el limite aprobado se graba en CUENTAS.DAT y queda
      *asentado con el aprobador en LIMITES-LOG.DAT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador con el permiso de su rol en
      *   PERMISOS.DAT (consulta en modo P, modificacion en modo A) via
      *   RUTOPER; los rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6043.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS       ASSIGN TO DISK 'CALIFICA.PRM'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT CUENTAS          ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL MOVIMIENTOS
                               ASSIGN TO DISK 'MOVCLI.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MOVIMIENTOS.

       SELECT OPTIONAL CHEQUES ASSIGN TO DISK 'CHEQUES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CHEQUES.

       SELECT OPTIONAL CONVENIOS
                               ASSIGN TO DISK 'CONVENIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONVENIOS.

       SELECT OPTIONAL LIMITES-LOG
                               ASSIGN TO DISK 'LIMITES-LOG.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LIMITES-LOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

      *REGISTRO P: PLAZO EN DIAS PARA CONSIDERAR UN PAGO EN TERMINO.
      *REGISTRO B: UNA BANDA, EN ORDEN DE LA MEJOR A LA PEOR
       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-TIPO         PIC X(01).
               88 WSS-PRM-PLAZO            VALUE 'P'.
               88 WSS-PRM-BANDA            VALUE 'B'.
           05 REG-PRM-DATOS        PIC X(14).
       01 REG-PRM-PLAZO.
           05 FILLER               PIC X(01).
           05 REG-PRM-DIAS-PLAZO   PIC 9(03).
       01 REG-PRM-BANDA.
           05 FILLER               PIC X(01).
           05 REG-PRM-BANDA-COD    PIC X(01).
           05 REG-PRM-DIAS-MAX     PIC 9(03).
           05 REG-PRM-PORC-TARDE-MAX
                                   PIC 9(03).
           05 REG-PRM-RECHAZOS-MAX PIC 9(02).
           05 REG-PRM-ROTOS-MAX    PIC 9(02).
           05 REG-PRM-PORC-LIMITE  PIC 9(03).

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
               88 WSS-CHQ-RECHAZADO        VALUE 'R'.
           05 REG-CHQ-FECHA-DEPOSITO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-ESTADO PIC 9(08).

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).
           05 REG-CVN-MONTO-CUOTA  PIC 9(05)V9(02).
           05 REG-CVN-PERIODO-INI  PIC 9(06).
           05 REG-CVN-POSTEADAS    PIC 9(02).
           05 REG-CVN-ULT-PERIODO  PIC 9(06).
           05 REG-CVN-ESTADO       PIC X(01).
               88 WSS-CVN-ROTO             VALUE 'R'.

       FD LIMITES-LOG.
       01 REG-LIMITE-LOG.
           05 REG-LLG-FECHA        PIC 9(08).
           05 REG-LLG-NRO-CLIENTE  PIC 9(08).
           05 REG-LLG-BANDA        PIC X(01).
           05 REG-LLG-LIMITE-ANT   PIC 9(05)V9(02).
           05 REG-LLG-LIMITE-NUEVO PIC 9(05)V9(02).
           05 REG-LLG-APROBADOR    PIC X(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS        PIC X(02).
           88 WSS-FS-PARAMETROS-OK     VALUE '00'.
           88 WSS-FS-PARAMETROS-EOF    VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00' '05'.
           88 WSS-FS-MOVIMIENTOS-EOF   VALUE '10'.

       01 WSS-FS-CHEQUES           PIC X(02).
           88 WSS-FS-CHEQUES-OK        VALUE '00' '05'.
           88 WSS-FS-CHEQUES-EOF       VALUE '10'.

       01 WSS-FS-CONVENIOS         PIC X(02).
           88 WSS-FS-CONVENIOS-OK      VALUE '00' '05'.
           88 WSS-FS-CONVENIOS-EOF     VALUE '10'.

       01 WSS-FS-LIMITES-LOG       PIC X(02).
           88 WSS-FS-LIMITES-LOG-OK    VALUE '00' '05'.

       01 WSV-MODO-E               PIC X(01).
           88 WSS-MODO-PROPUESTA       VALUE 'P' 'p'.
           88 WSS-MODO-APLICAR         VALUE 'A' 'a'.

      *REGLAS DE CALIFICA.PRM
       01 WSV-DIAS-PLAZO           PIC 9(03) VALUE 0.
       01 WSC-MAX-BANDAS           PIC 9(02) VALUE 9.
       01 WSV-CONT-BANDAS          PIC S9(4) COMP VALUE 0.
       01 WST-BANDAS.
           05 WST-BANDA            OCCURS 9 TIMES INDEXED BY IND-BA.
               10 WST-BA-CODIGO        PIC X(01).
               10 WST-BA-DIAS-MAX      PIC 9(03).
               10 WST-BA-PORC-TARDE-MAX
                                       PIC 9(03).
               10 WST-BA-RECHAZOS-MAX  PIC 9(02).
               10 WST-BA-ROTOS-MAX     PIC 9(02).
               10 WST-BA-PORC-LIMITE   PIC 9(03).
               10 WST-BA-CONT-CLIENTES PIC 9(04).

      *LIBRO COMPLETO EN MEMORIA, CON EL PENDIENTE FIFO POR CARGO
       01 WSC-MAX-MOVIMIENTOS      PIC 9(04) VALUE 1000.
       01 WSV-CONT-MOV             PIC S9(4) COMP VALUE 0.
       01 WST-MOVIMIENTOS.
           05 WST-MOV-ITEM         OCCURS 1000 TIMES
                                   INDEXED BY IND-MO.
               10 WST-MO-NRO-CLIENTE   PIC 9(08).
               10 WST-MO-FECHA         PIC 9(08).
               10 WST-MO-TIPO          PIC X(01).
               10 WST-MO-IMPORTE       PIC 9(05)V9(02).
               10 WST-MO-PENDIENTE     PIC 9(05)V9(02).

      *CUENTAS.DAT EN MEMORIA CON LO MEDIDO DE CADA CLIENTE; LA BANDA
      *EN BLANCO ES UN CLIENTE SIN HISTORIA EN LOS 12 MESES
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 100.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE          OCCURS 100 TIMES INDEXED BY IND.
               10 WST-CL-NRO-CLIENTE   PIC 9(08).
               10 WST-CL-NOMBRE        PIC X(30).
               10 WST-CL-SALDO         PIC S9(05)V9(02).
               10 WST-CL-LIMITE        PIC 9(05)V9(02).
               10 WST-CL-PAGADO        PIC 9(09)V9(02).
               10 WST-CL-PONDERADO     PIC 9(13)V9(02).
               10 WST-CL-TARDE         PIC 9(09)V9(02).
               10 WST-CL-RECHAZOS      PIC 9(02).
               10 WST-CL-ROTOS         PIC 9(02).
               10 WST-CL-DIAS-PROM     PIC 9(03).
               10 WST-CL-PORC-TARDE    PIC 9(03).
               10 WST-CL-BANDA         PIC X(01).
               10 WST-CL-LIMITE-PROP   PIC 9(05)V9(02).
               10 WST-CL-APROBADO      PIC X(01).
                   88 WSS-CL-APROBADO          VALUE 'S'.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-DESDE          PIC 9(08).
       01 WSV-PERIODO-DESDE        PIC 9(06).
       01 WSV-SUB-MO               PIC 9(04).
       01 WSV-SUB-CARGO            PIC 9(04).
       01 WSV-PAGO-RESTANTE        PIC 9(05)V9(02).
       01 WSV-APLICA               PIC 9(05)V9(02).
       01 WSV-DIAS-PAGO            PIC 9(05).
       01 WSV-NRO-CLIENTE-BUSCA    PIC 9(08).
       01 WSV-PAGO-MEDIDO          PIC X(01).
           88 WSS-PAGO-MEDIDO          VALUE 'S'.
       01 WSV-BANDA-HALLADA        PIC X(01).
           88 WSS-BANDA-HALLADA        VALUE 'S'.

       01 WSV-BUSQUEDA             PIC X(01).
           88 WSS-BUSQUEDA-OK          VALUE 'S'.
           88 WSS-BUSQUEDA-NO          VALUE 'N'.

       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA-SI          VALUE 'S' 's'.
       01 WSV-APROBADOR            PIC X(03).
       01 WSV-AUTORIZADO           PIC X(01).
           88 WSS-AUTORIZADO           VALUE 'S'.

       01 WSV-CONT-SUBEN           PIC 9(04) VALUE 0.
       01 WSV-CONT-BAJAN           PIC 9(04) VALUE 0.
       01 WSV-CONT-IGUALES         PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-HISTORIA    PIC 9(04) VALUE 0.
       01 WSV-CONT-APROBADOS       PIC 9(04) VALUE 0.

       01 WSV-DIAS-EDIT            PIC ZZ9.
       01 WSV-PORC-EDIT            PIC ZZ9.
       01 WSV-RECHAZOS-EDIT        PIC Z9.
       01 WSV-ROTOS-EDIT           PIC Z9.
       01 WSV-LIMITE-EDIT          PIC ZZZZ9.99.
       01 WSV-PROPUESTO-EDIT       PIC ZZZZ9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-RUTOPER             PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.

       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'MODO: P PROPUESTA / A APROBAR LIMITES: '
           ACCEPT WSV-MODO-E
           IF NOT WSS-MODO-PROPUESTA AND NOT WSS-MODO-APLICAR
               DISPLAY 'MODO INVALIDO, NO SE HACE NADA'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WSV-FECHA-DESDE = WSV-FECHA-HOY - 10000
           MOVE WSV-FECHA-DESDE(1:6) TO WSV-PERIODO-DESDE
           PERFORM 05000-CARGAR-PARAMETROS
           PERFORM 10000-CARGAR-CUENTAS
           PERFORM 12000-CARGAR-MOVIMIENTOS
           PERFORM 20000-MEDIR-PAGOS-FIFO
           PERFORM 25000-CONTAR-RECHAZOS
           PERFORM 27000-CONTAR-CONVENIOS-ROTOS
           PERFORM 30000-CALIFICAR
           PERFORM 40000-LISTAR-PROPUESTA
           IF WSS-MODO-APLICAR
               PERFORM 50000-APROBAR-LIMITES
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6043' TO REG-OPER-PROGRAMA-E
           IF WSS-MODO-APLICAR
               SET WSS-OPER-MODIFICA TO TRUE
           ELSE
               SET WSS-OPER-CONSULTA TO TRUE
           END-IF
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

      *SIN PLAZO O SIN BANDAS NO HAY CON QUE CALIFICAR
       05000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'NO SE PUDO ABRIR CALIFICA.PRM, EL BATCH NO '
                       'CORRE SIN LAS REGLAS'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 06000-LEER-PARAMETRO UNTIL WSS-FS-PARAMETROS-EOF
           CLOSE PARAMETROS
           IF WSV-DIAS-PLAZO = 0 OR WSV-CONT-BANDAS = 0
               DISPLAY 'CALIFICA.PRM SIN PLAZO O SIN BANDAS'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           DISPLAY 'PAGO EN TERMINO: HASTA ' WSV-DIAS-PLAZO
                   ' DIAS DEL CARGO'.

       06000-LEER-PARAMETRO.
           READ PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               EVALUATE TRUE
                   WHEN WSS-PRM-PLAZO
                       MOVE REG-PRM-DIAS-PLAZO TO WSV-DIAS-PLAZO
                   WHEN WSS-PRM-BANDA
                       AND WSV-CONT-BANDAS < WSC-MAX-BANDAS
                       ADD 1 TO WSV-CONT-BANDAS
                       SET IND-BA TO WSV-CONT-BANDAS
                       MOVE REG-PRM-BANDA-COD TO WST-BA-CODIGO(IND-BA)
                       MOVE REG-PRM-DIAS-MAX
                           TO WST-BA-DIAS-MAX(IND-BA)
                       MOVE REG-PRM-PORC-TARDE-MAX
                           TO WST-BA-PORC-TARDE-MAX(IND-BA)
                       MOVE REG-PRM-RECHAZOS-MAX
                           TO WST-BA-RECHAZOS-MAX(IND-BA)
                       MOVE REG-PRM-ROTOS-MAX
                           TO WST-BA-ROTOS-MAX(IND-BA)
                       MOVE REG-PRM-PORC-LIMITE
                           TO WST-BA-PORC-LIMITE(IND-BA)
                       MOVE 0 TO WST-BA-CONT-CLIENTES(IND-BA)
                   WHEN WSS-PRM-BANDA
                       DISPLAY 'DEMASIADAS BANDAS EN CALIFICA.PRM, '
                               'SE IGNORA ' REG-PRM-BANDA-COD
                   WHEN OTHER
                       DISPLAY 'REGISTRO DE CALIFICA.PRM IGNORADO: '
                               REG-PARAMETROS
               END-EVALUATE
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

       11000-LEER-Y-CARGAR-CTA.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                   DISPLAY 'TABLA DE CLIENTES LLENA, SE ABANDONA '
                           'SIN TOCAR NADA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CLIENTES
               SET IND TO WSV-CONT-CLIENTES
               INITIALIZE WST-CLIENTE(IND)
               MOVE REG-NRO-CLIENTE TO WST-CL-NRO-CLIENTE(IND)
               MOVE REG-NOMBRE TO WST-CL-NOMBRE(IND)
               MOVE REG-SALDO TO WST-CL-SALDO(IND)
               MOVE REG-LIMITE TO WST-CL-LIMITE(IND)
               MOVE REG-LIMITE TO WST-CL-LIMITE-PROP(IND)
               MOVE 'N' TO WST-CL-APROBADO(IND)
           END-IF.

       12000-CARGAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'NO SE PUDO ABRIR MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 13000-LEER-Y-CARGAR-MOV
               UNTIL WSS-FS-MOVIMIENTOS-EOF
           CLOSE MOVIMIENTOS.

       13000-LEER-Y-CARGAR-MOV.
           READ MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               IF WSV-CONT-MOV >= WSC-MAX-MOVIMIENTOS
                   DISPLAY 'TABLA DE MOVIMIENTOS LLENA, SE '
                           'ABANDONA SIN TOCAR NADA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-MOV
               SET IND-MO TO WSV-CONT-MOV
               MOVE REG-MOV-NRO-CLIENTE
                   TO WST-MO-NRO-CLIENTE(IND-MO)
               MOVE REG-MOV-FECHA TO WST-MO-FECHA(IND-MO)
               MOVE REG-MOV-TIPO TO WST-MO-TIPO(IND-MO)
               MOVE REG-MOV-IMPORTE TO WST-MO-IMPORTE(IND-MO)
               IF REG-MOV-TIPO = 'C'
                   MOVE REG-MOV-IMPORTE TO WST-MO-PENDIENTE(IND-MO)
               ELSE
                   MOVE 0 TO WST-MO-PENDIENTE(IND-MO)
               END-IF
           END-IF.

      *BUSCA WSV-NRO-CLIENTE-BUSCA EN LA TABLA DE CLIENTES
       15000-BUSCAR-CLIENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
                       OR WSS-BUSQUEDA-OK
               IF WST-CL-NRO-CLIENTE(IND) = WSV-NRO-CLIENTE-BUSCA
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *APLICA PAGOS, NOTAS DE CREDITO, CASTIGOS Y ANTICIPOS CONTRA
      *LOS CARGOS MAS VIEJOS DE CADA CLIENTE (MISMO FIFO QUE EL
      *EXTRACTO); SOLO LOS PAGOS Y ANTICIPOS DE LOS ULTIMOS 12 MESES
      *SE MIDEN
       20000-MEDIR-PAGOS-FIFO.
           PERFORM VARYING WSV-SUB-MO FROM 1 BY 1
                   UNTIL WSV-SUB-MO > WSV-CONT-MOV
               SET IND-MO TO WSV-SUB-MO
               IF WST-MO-TIPO(IND-MO) = 'P'
                       OR WST-MO-TIPO(IND-MO) = 'N'
                       OR WST-MO-TIPO(IND-MO) = 'I'
                       OR WST-MO-TIPO(IND-MO) = 'A'
                   MOVE 'N' TO WSV-PAGO-MEDIDO
                   IF (WST-MO-TIPO(IND-MO) = 'P'
                           OR WST-MO-TIPO(IND-MO) = 'A')
                           AND WST-MO-FECHA(IND-MO) >= WSV-FECHA-DESDE
                       MOVE WST-MO-NRO-CLIENTE(IND-MO)
                           TO WSV-NRO-CLIENTE-BUSCA
                       PERFORM 15000-BUSCAR-CLIENTE
                       IF WSS-BUSQUEDA-OK
                           SET WSS-PAGO-MEDIDO TO TRUE
                       END-IF
                   END-IF
                   MOVE WST-MO-IMPORTE(IND-MO) TO WSV-PAGO-RESTANTE
                   PERFORM 21000-CONSUMIR-CARGOS
               END-IF
           END-PERFORM.

       21000-CONSUMIR-CARGOS.
           PERFORM VARYING WSV-SUB-CARGO FROM 1 BY 1
                   UNTIL WSV-SUB-CARGO > WSV-CONT-MOV
                       OR WSV-PAGO-RESTANTE = 0
               IF WST-MO-TIPO(WSV-SUB-CARGO) = 'C'
                       AND WST-MO-PENDIENTE(WSV-SUB-CARGO) > 0
                       AND WST-MO-NRO-CLIENTE(WSV-SUB-CARGO) =
                           WST-MO-NRO-CLIENTE(IND-MO)
                   IF WSV-PAGO-RESTANTE >=
                           WST-MO-PENDIENTE(WSV-SUB-CARGO)
                       MOVE WST-MO-PENDIENTE(WSV-SUB-CARGO)
                           TO WSV-APLICA
                   ELSE
                       MOVE WSV-PAGO-RESTANTE TO WSV-APLICA
                   END-IF
                   SUBTRACT WSV-APLICA
                       FROM WST-MO-PENDIENTE(WSV-SUB-CARGO)
                   SUBTRACT WSV-APLICA FROM WSV-PAGO-RESTANTE
                   IF WSS-PAGO-MEDIDO
                       PERFORM 22000-MEDIR-APLICACION
                   END-IF
               END-IF
           END-PERFORM.

      *DIAS DEL CARGO AL PAGO, PONDERADOS POR LO APLICADO; UN
      *ANTICIPO QUE CUBRE UN CARGO POSTERIOR CUENTA CERO DIAS
       22000-MEDIR-APLICACION.
           SET WSS-DIAS-DIFERENCIA TO TRUE
           MOVE WST-MO-FECHA(WSV-SUB-CARGO) TO REG-DIAS-FECHA
           MOVE WST-MO-FECHA(IND-MO) TO REG-DIAS-FECHA-HASTA
           CALL WSC-RUTDIAS USING REGISTRO-DIAS
           IF WSS-DIAS-OK AND REG-DIAS-DIFERENCIA > 0
               MOVE REG-DIAS-DIFERENCIA TO WSV-DIAS-PAGO
           ELSE
               MOVE 0 TO WSV-DIAS-PAGO
           END-IF
           ADD WSV-APLICA TO WST-CL-PAGADO(IND)
           COMPUTE WST-CL-PONDERADO(IND) =
                   WST-CL-PONDERADO(IND) + WSV-APLICA * WSV-DIAS-PAGO
           IF WSV-DIAS-PAGO > WSV-DIAS-PLAZO
               ADD WSV-APLICA TO WST-CL-TARDE(IND)
           END-IF.

      *CHEQUES RECHAZADOS EN LOS ULTIMOS 12 MESES
       25000-CONTAR-RECHAZOS.
           OPEN INPUT CHEQUES
           IF WSS-FS-CHEQUES-OK
               PERFORM 26000-LEER-CHEQUE UNTIL WSS-FS-CHEQUES-EOF
               CLOSE CHEQUES
           END-IF.

       26000-LEER-CHEQUE.
           READ CHEQUES
           IF WSS-FS-CHEQUES-OK
               IF WSS-CHQ-RECHAZADO
                       AND REG-CHQ-FECHA-ESTADO >= WSV-FECHA-DESDE
                   MOVE REG-CHQ-NRO-CLIENTE TO WSV-NRO-CLIENTE-BUSCA
                   PERFORM 15000-BUSCAR-CLIENTE
                   IF WSS-BUSQUEDA-OK AND WST-CL-RECHAZOS(IND) < 99
                       ADD 1 TO WST-CL-RECHAZOS(IND)
                   END-IF
               END-IF
           END-IF.

      *CONVENIOS ROTOS QUE TUVIERON ALTA O CUOTAS EN LOS ULTIMOS 12
      *MESES (CONVENIOS.DAT NO GUARDA LA FECHA EN QUE SE ROMPIO)
       27000-CONTAR-CONVENIOS-ROTOS.
           OPEN INPUT CONVENIOS
           IF WSS-FS-CONVENIOS-OK
               PERFORM 28000-LEER-CONVENIO UNTIL WSS-FS-CONVENIOS-EOF
               CLOSE CONVENIOS
           END-IF.

       28000-LEER-CONVENIO.
           READ CONVENIOS
           IF WSS-FS-CONVENIOS-OK
               IF WSS-CVN-ROTO
                       AND (REG-CVN-FECHA-ALTA >= WSV-FECHA-DESDE
                       OR REG-CVN-ULT-PERIODO >= WSV-PERIODO-DESDE)
                   MOVE REG-CVN-NRO-CLIENTE TO WSV-NRO-CLIENTE-BUSCA
                   PERFORM 15000-BUSCAR-CLIENTE
                   IF WSS-BUSQUEDA-OK AND WST-CL-ROTOS(IND) < 99
                       ADD 1 TO WST-CL-ROTOS(IND)
                   END-IF
               END-IF
           END-IF.

      *PROMEDIOS, BANDA Y LIMITE PROPUESTO DE CADA CLIENTE
       30000-CALIFICAR.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               IF WST-CL-PAGADO(IND) = 0
                       AND WST-CL-RECHAZOS(IND) = 0
                       AND WST-CL-ROTOS(IND) = 0
                   MOVE SPACE TO WST-CL-BANDA(IND)
                   ADD 1 TO WSV-CONT-SIN-HISTORIA
               ELSE
                   PERFORM 31000-CALCULAR-PROMEDIOS
                   PERFORM 32000-ASIGNAR-BANDA
               END-IF
           END-PERFORM.

       31000-CALCULAR-PROMEDIOS.
           IF WST-CL-PAGADO(IND) > 0
               COMPUTE WST-CL-DIAS-PROM(IND) ROUNDED =
                       WST-CL-PONDERADO(IND) / WST-CL-PAGADO(IND)
                   ON SIZE ERROR MOVE 999 TO WST-CL-DIAS-PROM(IND)
               END-COMPUTE
               COMPUTE WST-CL-PORC-TARDE(IND) ROUNDED =
                       WST-CL-TARDE(IND) * 100 / WST-CL-PAGADO(IND)
           END-IF.

      *LA PRIMERA BANDA CUYOS MAXIMOS RESPETA EL CLIENTE; SI NINGUNA,
      *LA ULTIMA
       32000-ASIGNAR-BANDA.
           MOVE 'N' TO WSV-BANDA-HALLADA
           PERFORM VARYING IND-BA FROM 1 BY 1
                   UNTIL IND-BA > WSV-CONT-BANDAS
                       OR WSS-BANDA-HALLADA
               IF WST-CL-DIAS-PROM(IND) <= WST-BA-DIAS-MAX(IND-BA)
                       AND WST-CL-PORC-TARDE(IND) <=
                           WST-BA-PORC-TARDE-MAX(IND-BA)
                       AND WST-CL-RECHAZOS(IND) <=
                           WST-BA-RECHAZOS-MAX(IND-BA)
                       AND WST-CL-ROTOS(IND) <=
                           WST-BA-ROTOS-MAX(IND-BA)
                   SET WSS-BANDA-HALLADA TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BANDA-HALLADA
               SET IND-BA DOWN BY 1
           ELSE
               SET IND-BA TO WSV-CONT-BANDAS
           END-IF
           MOVE WST-BA-CODIGO(IND-BA) TO WST-CL-BANDA(IND)
           ADD 1 TO WST-BA-CONT-CLIENTES(IND-BA)
           COMPUTE WST-CL-LIMITE-PROP(IND) ROUNDED =
                   WST-CL-LIMITE(IND) * WST-BA-PORC-LIMITE(IND-BA)
                   / 100
               ON SIZE ERROR MOVE 99999.99 TO WST-CL-LIMITE-PROP(IND)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WST-CL-LIMITE-PROP(IND) > WST-CL-LIMITE(IND)
                   ADD 1 TO WSV-CONT-SUBEN
               WHEN WST-CL-LIMITE-PROP(IND) < WST-CL-LIMITE(IND)
                   ADD 1 TO WSV-CONT-BAJAN
               WHEN OTHER
                   ADD 1 TO WSV-CONT-IGUALES
           END-EVALUATE.

       40000-LISTAR-PROPUESTA.
           DISPLAY WSV-LINEA
           DISPLAY 'CALIFICACION DE CLIENTES AL ' WSV-FECHA-HOY
                   ' (PAGOS DESDE ' WSV-FECHA-DESDE ')'
           DISPLAY WSV-LINEA
           DISPLAY 'CLIENTE  NOMBRE               DIAS TARDE RC RT B'
                   '   LIMITE PROPUESTO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               PERFORM 41000-LISTAR-UN-CLIENTE
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'BANDA  CLIENTES  PORCENTAJE DEL LIMITE'
           PERFORM VARYING IND-BA FROM 1 BY 1
                   UNTIL IND-BA > WSV-CONT-BANDAS
               MOVE WST-BA-PORC-LIMITE(IND-BA) TO WSV-PORC-EDIT
               DISPLAY '  ' WST-BA-CODIGO(IND-BA) '      '
                       WST-BA-CONT-CLIENTES(IND-BA) '      '
                       WSV-PORC-EDIT '%'
           END-PERFORM
           DISPLAY 'SIN HISTORIA EN 12 MESES: ' WSV-CONT-SIN-HISTORIA
           DISPLAY 'LIMITES QUE SUBEN:  ' WSV-CONT-SUBEN
           DISPLAY 'LIMITES QUE BAJAN:  ' WSV-CONT-BAJAN
           DISPLAY 'LIMITES QUE QUEDAN: ' WSV-CONT-IGUALES
           DISPLAY WSV-LINEA.

       41000-LISTAR-UN-CLIENTE.
           MOVE WST-CL-LIMITE(IND) TO WSV-LIMITE-EDIT
           IF WST-CL-BANDA(IND) = SPACE
               DISPLAY WST-CL-NRO-CLIENTE(IND) ' '
                       WST-CL-NOMBRE(IND)(1:20) ' SIN HISTORIA     '
                       '   ' WSV-LIMITE-EDIT
           ELSE
               MOVE WST-CL-DIAS-PROM(IND) TO WSV-DIAS-EDIT
               MOVE WST-CL-PORC-TARDE(IND) TO WSV-PORC-EDIT
               MOVE WST-CL-LIMITE-PROP(IND) TO WSV-PROPUESTO-EDIT
               MOVE WST-CL-RECHAZOS(IND) TO WSV-RECHAZOS-EDIT
               MOVE WST-CL-ROTOS(IND) TO WSV-ROTOS-EDIT
               DISPLAY WST-CL-NRO-CLIENTE(IND) ' '
                       WST-CL-NOMBRE(IND)(1:20) '  ' WSV-DIAS-EDIT
                       '  ' WSV-PORC-EDIT '% ' WSV-RECHAZOS-EDIT ' '
                       WSV-ROTOS-EDIT ' ' WST-CL-BANDA(IND) ' '
                       WSV-LIMITE-EDIT ' ' WSV-PROPUESTO-EDIT
           END-IF.

      *APROBACION CLIENTE POR CLIENTE DE LOS LIMITES QUE CAMBIAN, CON
      *CODIGO Y CLAVE DE UN OPERADOR DE NIVEL D
       50000-APROBAR-LIMITES.
           IF WSV-CONT-SUBEN + WSV-CONT-BAJAN = 0
               DISPLAY 'NINGUN LIMITE CAMBIA, NADA QUE APROBAR'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 51000-AUTORIZAR-APROBADOR
           IF NOT WSS-AUTORIZADO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               IF WST-CL-BANDA(IND) NOT = SPACE
                       AND WST-CL-LIMITE-PROP(IND) NOT =
                           WST-CL-LIMITE(IND)
                   PERFORM 52000-CONFIRMAR-LIMITE
               END-IF
           END-PERFORM
           IF WSV-CONT-APROBADOS = 0
               DISPLAY 'NO SE APROBO NINGUN LIMITE, CUENTAS.DAT '
                       'QUEDA COMO ESTABA'
           ELSE
               PERFORM 55000-REGRABAR-CUENTAS
               PERFORM 57000-ASENTAR-APROBADOS
               DISPLAY 'LIMITES APROBADOS: ' WSV-CONT-APROBADOS
                       ', APROBADOR ' WSV-APROBADOR
           END-IF.

       51000-AUTORIZAR-APROBADOR.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-APROBADOR
           DISPLAY 'CODIGO DEL SUPERVISOR QUE APRUEBA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN APROBADOR NO SE GRABA NINGUN LIMITE'
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
                   MOVE REG-OPER-CODIGO-E TO WSV-APROBADOR
                   DISPLAY 'APRUEBA: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'AUTORIZACION RECHAZADA: '
                           WSV-ST-TEXTO-OPER
               END-IF
           END-IF.

       52000-CONFIRMAR-LIMITE.
           MOVE WST-CL-LIMITE(IND) TO WSV-LIMITE-EDIT
           MOVE WST-CL-LIMITE-PROP(IND) TO WSV-PROPUESTO-EDIT
           DISPLAY WST-CL-NRO-CLIENTE(IND) ' ' WST-CL-NOMBRE(IND)
                   ' BANDA ' WST-CL-BANDA(IND)
           DISPLAY 'LIMITE ' WSV-LIMITE-EDIT ' PASA A '
                   WSV-PROPUESTO-EDIT ', APRUEBA (S/N)? '
           MOVE SPACE TO WSV-CONFIRMA
           ACCEPT WSV-CONFIRMA
           IF WSS-CONFIRMA-SI
               SET WSS-CL-APROBADO(IND) TO TRUE
               ADD 1 TO WSV-CONT-APROBADOS
           END-IF.

      *CUENTAS.DAT SE REGRABA ENTERA CON LOS LIMITES APROBADOS
       55000-REGRABAR-CUENTAS.
           OPEN OUTPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR EN EL REOPEN DE CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               MOVE WST-CL-NRO-CLIENTE(IND) TO REG-NRO-CLIENTE
               MOVE WST-CL-NOMBRE(IND) TO REG-NOMBRE
               MOVE WST-CL-SALDO(IND) TO REG-SALDO
               IF WSS-CL-APROBADO(IND)
                   MOVE WST-CL-LIMITE-PROP(IND) TO REG-LIMITE
               ELSE
                   MOVE WST-CL-LIMITE(IND) TO REG-LIMITE
               END-IF
               WRITE REG-CUENTA
               IF NOT WSS-FS-CUENTAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE CUENTAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               END-IF
           END-PERFORM
           CLOSE CUENTAS.

       57000-ASENTAR-APROBADOS.
           OPEN EXTEND LIMITES-LOG
           IF NOT WSS-FS-LIMITES-LOG-OK
               DISPLAY 'ERROR EN EL OPEN DE LIMITES-LOG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-LIMITES-LOG
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               IF WSS-CL-APROBADO(IND)
                   MOVE WSV-FECHA-HOY TO REG-LLG-FECHA
                   MOVE WST-CL-NRO-CLIENTE(IND) TO REG-LLG-NRO-CLIENTE
                   MOVE WST-CL-BANDA(IND) TO REG-LLG-BANDA
                   MOVE WST-CL-LIMITE(IND) TO REG-LLG-LIMITE-ANT
                   MOVE WST-CL-LIMITE-PROP(IND)
                       TO REG-LLG-LIMITE-NUEVO
                   MOVE WSV-APROBADOR TO REG-LLG-APROBADOR
                   WRITE REG-LIMITE-LOG
                   IF NOT WSS-FS-LIMITES-LOG-OK
                       DISPLAY 'ERROR EN EL WRITE DE LIMITES-LOG.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-LIMITES-LOG
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LIMITES-LOG.

       FIN-DEL-PROGRAMA.
           STOP RUN.
