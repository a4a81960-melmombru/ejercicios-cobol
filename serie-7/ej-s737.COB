      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Intimaciones de cobranza. Por cada cliente de
      *MOVCLI.DAT madura la deuda impaga con la misma imputacion FIFO
      *de EJES6006 (los cargos en disputa de EJES6029 quedan fuera) y,
      *si tiene deuda vencida de mas de 30 dias, le escribe una carta
      *en INTInnnnnnnn.TXT con la plantilla que corresponde al peor
      *tramo alcanzado: INTIM1.TXT recordatorio (31 a 60 dias),
      *INTIM2.TXT aviso formal (61 a 90) o INTIM3.TXT intimacion
      *prejudicial (mas de 90). &RAZON, &DOMICILIO, &CUIT (de
      *CLIENTES.DAT), &FECHA, &DEUDA30, &DEUDA60, &DEUDA90, &DEUDAMAS,
      *&VENCIDO y &TOTAL se reemplazan via RUTSUBST. Cada carta queda
      *en INTIMACIONES.DAT; si el cliente ya recibio una en los
      *ultimos 90 dias se le manda la siguiente plantilla en vez de
      *repetirla. Los clientes con convenio vigente no se intiman.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro de CLIENTES incluye REG-CLI-FUSIONADO-EN:
      *   desde la fusion de clientes CLIENTES.DAT se graba con ese
      *   campo y con el largo anterior cada lectura daba status 06.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6041.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MOVIMIENTOS      ASSIGN TO DISK 'MOVCLI.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MOVIMIENTOS.

       SELECT OPTIONAL CLIENTES
                               ASSIGN TO DISK 'CLIENTES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CLIENTES.

       SELECT OPTIONAL CONVENIOS
                               ASSIGN TO DISK 'CONVENIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONVENIOS.

       SELECT OPTIONAL HISTORIA
                               ASSIGN TO DISK 'INTIMACIONES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-HISTORIA.

       SELECT PLANTILLA        ASSIGN TO DYNAMIC WSV-NOMBRE-PLANTILLA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PLANTILLA.

       SELECT CARTA            ASSIGN TO DYNAMIC WSV-NOMBRE-CARTA
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CARTA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

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

       FD CLIENTES.
       01 REG-CLIENTE.
           05 REG-CLI-NRO          PIC 9(08).
           05 REG-CLI-RAZON        PIC X(30).
           05 REG-CLI-DOMICILIO    PIC X(30).
           05 REG-CLI-CUIT         PIC X(13).
           05 REG-CLI-IVA          PIC X(02).
           05 REG-CLI-FUSIONADO-EN PIC 9(08).

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
               88 WSS-CVN-VIGENTE      VALUE 'V'.

      *UNA LINEA POR CARTA ENVIADA
       FD HISTORIA.
       01 REG-HISTORIA.
           05 REG-HIS-NRO-CLIENTE  PIC 9(08).
           05 REG-HIS-FECHA        PIC 9(08).
           05 REG-HIS-NIVEL        PIC 9(01).
           05 REG-HIS-VENCIDO      PIC 9(07)V9(02).
           05 REG-HIS-TOTAL        PIC 9(07)V9(02).

       FD PLANTILLA.
       01 REG-PLANTILLA            PIC X(80).

       FD CARTA.
       01 REG-CARTA                PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MOVIMIENTOS       PIC X(02).
           88 WSS-FS-MOVIMIENTOS-OK    VALUE '00'.
           88 WSS-FS-MOVIMIENTOS-EOF   VALUE '10'.

       01 WSS-FS-CLIENTES          PIC X(02).
           88 WSS-FS-CLIENTES-OK       VALUE '00' '05'.
           88 WSS-FS-CLIENTES-EOF      VALUE '10'.

       01 WSS-FS-CONVENIOS         PIC X(02).
           88 WSS-FS-CONVENIOS-OK      VALUE '00' '05'.
           88 WSS-FS-CONVENIOS-EOF     VALUE '10'.

       01 WSS-FS-HISTORIA          PIC X(02).
           88 WSS-FS-HISTORIA-OK       VALUE '00' '05'.
           88 WSS-FS-HISTORIA-EOF      VALUE '10'.

       01 WSS-FS-PLANTILLA         PIC X(02).
           88 WSS-FS-PLANTILLA-OK      VALUE '00'.
           88 WSS-FS-PLANTILLA-EOF     VALUE '10'.

       01 WSS-FS-CARTA             PIC X(02).
           88 WSS-FS-CARTA-OK          VALUE '00'.

       01 WSV-NOMBRE-PLANTILLA     PIC X(20).
       01 WSV-NOMBRE-CARTA         PIC X(20).

      *LAS TRES PLANTILLAS, DE LA MAS AMABLE A LA PREJUDICIAL
       01 WSC-MAX-LINEAS           PIC 9(02) VALUE 50.
       01 WST-PLANTILLAS.
           05 WST-PLANTILLA-ITEM   OCCURS 3 TIMES INDEXED BY IND-PN.
               10 WST-PL-CONT-LINEAS   PIC 9(02).
               10 WST-PL-LINEA         PIC X(80)
                                   OCCURS 50 TIMES INDEXED BY IND-PL.
       01 WSV-SUB-PN               PIC 9(01).

      *CLIENTES CON MOVIMIENTOS, CON LA ULTIMA CARTA RECIBIDA
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 100.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND-CL.
               10 WST-CL-NRO           PIC 9(08).
               10 WST-CL-ULT-FECHA     PIC 9(08).
               10 WST-CL-ULT-NIVEL     PIC 9(01).
       01 WSV-SUB-CL               PIC 9(03).

      *CLIENTES CON CONVENIO DE PAGO VIGENTE
       01 WSC-MAX-CONVENIDOS       PIC 9(03) VALUE 100.
       01 WSV-CONT-CONVENIDOS      PIC S9(4) COMP VALUE 0.
       01 WST-CONVENIDOS.
           05 WST-CONVENIDO        PIC 9(08) OCCURS 100 TIMES
                                   INDEXED BY IND-CV.
       01 WSV-CON-CONVENIO         PIC X(01).
           88 WSS-CON-CONVENIO         VALUE 'S'.

      *MOVIMIENTOS DEL CLIENTE EN CURSO
       01 WSC-MAX-MOVIMIENTOS      PIC 9(03) VALUE 200.
       01 WSV-CONT-MOV             PIC S9(4) COMP VALUE 0.
       01 WST-MOVIMIENTOS.
           05 WST-MOV-ITEM         OCCURS 200 TIMES
                                   INDEXED BY IND-MO.
               10 WST-MO-FECHA     PIC 9(08).
               10 WST-MO-TIPO      PIC X(01).
               10 WST-MO-IMPORTE   PIC 9(05)V9(02).
               10 WST-MO-PENDIENTE PIC 9(05)V9(02).
               10 WST-MO-DISPUTA   PIC X(01).

       01 WSV-NRO-CLIENTE-ACT      PIC 9(08).
       01 WSV-PAGO-RESTANTE        PIC 9(05)V9(02).
       01 WSV-APLICA               PIC 9(05)V9(02).
       01 WSV-SUB-CARGO            PIC 9(03).
       01 WSV-ANTIGUEDAD           PIC S9(05).

       01 WSV-DEUDA-0-30           PIC 9(07)V9(02).
       01 WSV-DEUDA-31-60          PIC 9(07)V9(02).
       01 WSV-DEUDA-61-90          PIC 9(07)V9(02).
       01 WSV-DEUDA-MAS-90         PIC 9(07)V9(02).
       01 WSV-DEUDA-VENCIDA        PIC 9(07)V9(02).
       01 WSV-DEUDA-TOTAL          PIC 9(07)V9(02).

      *NIVEL DE LA CARTA: 1 RECORDATORIO, 2 AVISO FORMAL,
      *3 INTIMACION PREJUDICIAL
       01 WSV-NIVEL                PIC 9(01).
       01 WSC-DIAS-ESCALADA        PIC 9(03) VALUE 90.

      *IDENTIDAD DEL CLIENTE EN CURSO, DE CLIENTES.DAT
       01 WSV-CLIENTE-VISTO        PIC X(01).
           88 WSS-CLIENTE-VISTO        VALUE 'S'.
       01 WSV-CLI-RAZON            PIC X(30).
       01 WSV-CLI-DOMICILIO        PIC X(30).
       01 WSV-CLI-CUIT             PIC X(13).
       01 WSV-CLIENTE-VISTO-T      PIC X(01).
           88 WSS-CLIENTE-EN-TABLA     VALUE 'S'.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-HOY-R REDEFINES WSV-FECHA-HOY.
           05 WSV-HOY-ANIO         PIC 9(04).
           05 WSV-HOY-MES          PIC 9(02).
           05 WSV-HOY-DIA          PIC 9(02).
       01 WSV-FECHA-TEXTO.
           05 WSV-FTX-DIA          PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSV-FTX-MES          PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 WSV-FTX-ANIO         PIC 9(04).
       01 WSV-IMPORTE-EDIT         PIC ZZZZZZ9.99.

       01 WSV-CONT-REVISADOS       PIC 9(04) VALUE 0.
       01 WSV-CONT-CARTAS          PIC 9(04) VALUE 0.
       01 WSV-CONT-NIVEL           PIC 9(04) OCCURS 3 TIMES.
       01 WSV-CONT-CONVENIO        PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-DATOS       PIC 9(04) VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-RUTSUBST            PIC X(08) VALUE "RUTSUBST".
       COPY REG-SUBST.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-HOY-DIA TO WSV-FTX-DIA
           MOVE WSV-HOY-MES TO WSV-FTX-MES
           MOVE WSV-HOY-ANIO TO WSV-FTX-ANIO
           MOVE 0 TO WSV-CONT-NIVEL(1)
           MOVE 0 TO WSV-CONT-NIVEL(2)
           MOVE 0 TO WSV-CONT-NIVEL(3)
           PERFORM 05000-CARGAR-PLANTILLAS
           PERFORM 10000-ARMAR-LISTA-CLIENTES
           PERFORM 15000-CARGAR-CONVENIDOS
           PERFORM 17000-CARGAR-HISTORIA
           OPEN EXTEND HISTORIA
           IF NOT WSS-FS-HISTORIA-OK
               DISPLAY 'ERROR EN EL OPEN DE INTIMACIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HISTORIA
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-CL FROM 1 BY 1
                   UNTIL WSV-SUB-CL > WSV-CONT-CLIENTES
               SET IND-CL TO WSV-SUB-CL
               MOVE WST-CL-NRO(IND-CL) TO WSV-NRO-CLIENTE-ACT
               PERFORM 20000-REVISAR-UN-CLIENTE
           END-PERFORM
           CLOSE HISTORIA
           PERFORM 80000-MOSTRAR-RESUMEN
           PERFORM FIN-DEL-PROGRAMA.

      *SIN LAS TRES PLANTILLAS NO SE PUEDE ESCALAR: NO SE CORRE
       05000-CARGAR-PLANTILLAS.
           PERFORM VARYING WSV-SUB-PN FROM 1 BY 1
                   UNTIL WSV-SUB-PN > 3
               SET IND-PN TO WSV-SUB-PN
               MOVE 0 TO WST-PL-CONT-LINEAS(IND-PN)
               MOVE SPACES TO WSV-NOMBRE-PLANTILLA
               STRING 'INTIM' WSV-SUB-PN '.TXT'
                   DELIMITED BY SIZE INTO WSV-NOMBRE-PLANTILLA
               OPEN INPUT PLANTILLA
               IF NOT WSS-FS-PLANTILLA-OK
                   DISPLAY 'NO SE PUDO ABRIR ' WSV-NOMBRE-PLANTILLA
                   DISPLAY 'FILE STATUS ' WSS-FS-PLANTILLA
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 06000-LEER-Y-CARGAR-LINEA
                   UNTIL WSS-FS-PLANTILLA-EOF
               CLOSE PLANTILLA
               IF WST-PL-CONT-LINEAS(IND-PN) = 0
                   DISPLAY WSV-NOMBRE-PLANTILLA ' ESTA VACIA'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
           END-PERFORM.

       06000-LEER-Y-CARGAR-LINEA.
           READ PLANTILLA
           IF WSS-FS-PLANTILLA-OK
               IF WST-PL-CONT-LINEAS(IND-PN) >= WSC-MAX-LINEAS
                   DISPLAY 'PLANTILLA ' WSV-NOMBRE-PLANTILLA
                           ' DEMASIADO LARGA, SE IGNORAN LAS LINEAS '
                           'RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PLANTILLA
               ELSE
                   ADD 1 TO WST-PL-CONT-LINEAS(IND-PN)
                   SET IND-PL TO WST-PL-CONT-LINEAS(IND-PN)
                   MOVE REG-PLANTILLA TO WST-PL-LINEA(IND-PN, IND-PL)
               END-IF
           END-IF.

      *LOS CLIENTES A REVISAR SON LOS QUE APARECEN EN MOVCLI.DAT
       10000-ARMAR-LISTA-CLIENTES.
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'NO SE PUDO ABRIR MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-ANOTAR-MOV
               UNTIL WSS-FS-MOVIMIENTOS-EOF
           CLOSE MOVIMIENTOS.

       11000-LEER-Y-ANOTAR-MOV.
           READ MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               MOVE REG-MOV-NRO-CLIENTE TO WSV-NRO-CLIENTE-ACT
               PERFORM 12000-BUSCAR-CLIENTE
               IF NOT WSS-CLIENTE-EN-TABLA
                   IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                       DISPLAY 'TABLA DE CLIENTES LLENA, LA CORRIDA '
                               'PUEDE QUEDAR INCOMPLETA'
                   ELSE
                       ADD 1 TO WSV-CONT-CLIENTES
                       SET IND-CL TO WSV-CONT-CLIENTES
                       MOVE WSV-NRO-CLIENTE-ACT TO WST-CL-NRO(IND-CL)
                       MOVE 0 TO WST-CL-ULT-FECHA(IND-CL)
                       MOVE 0 TO WST-CL-ULT-NIVEL(IND-CL)
                   END-IF
               END-IF
           END-IF.

       12000-BUSCAR-CLIENTE.
           MOVE 'N' TO WSV-CLIENTE-VISTO-T
           PERFORM VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > WSV-CONT-CLIENTES
                       OR WSS-CLIENTE-EN-TABLA
               IF WST-CL-NRO(IND-CL) = WSV-NRO-CLIENTE-ACT
                   SET WSS-CLIENTE-EN-TABLA TO TRUE
               END-IF
           END-PERFORM
           IF WSS-CLIENTE-EN-TABLA
               SET IND-CL DOWN BY 1
           END-IF.

       15000-CARGAR-CONVENIDOS.
           OPEN INPUT CONVENIOS
           IF WSS-FS-CONVENIOS-OK
               PERFORM 16000-LEER-Y-ANOTAR-CVN
                   UNTIL WSS-FS-CONVENIOS-EOF
           END-IF
           CLOSE CONVENIOS.

       16000-LEER-Y-ANOTAR-CVN.
           READ CONVENIOS
           IF WSS-FS-CONVENIOS-OK
               IF WSS-CVN-VIGENTE
                   IF WSV-CONT-CONVENIDOS >= WSC-MAX-CONVENIDOS
                       DISPLAY 'TABLA DE CONVENIOS LLENA, ALGUN '
                               'CONVENIO PUEDE INTIMARSE IGUAL'
                       MOVE HIGH-VALUE TO WSS-FS-CONVENIOS
                   ELSE
                       ADD 1 TO WSV-CONT-CONVENIDOS
                       SET IND-CV TO WSV-CONT-CONVENIDOS
                       MOVE REG-CVN-NRO-CLIENTE
                           TO WST-CONVENIDO(IND-CV)
                   END-IF
               END-IF
           END-IF.

      *GUARDA POR CLIENTE LA ULTIMA CARTA ENVIADA
       17000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA
           IF WSS-FS-HISTORIA-OK
               PERFORM 18000-LEER-Y-ANOTAR-HIS
                   UNTIL WSS-FS-HISTORIA-EOF
           END-IF
           CLOSE HISTORIA.

       18000-LEER-Y-ANOTAR-HIS.
           READ HISTORIA
           IF WSS-FS-HISTORIA-OK
               MOVE REG-HIS-NRO-CLIENTE TO WSV-NRO-CLIENTE-ACT
               PERFORM 12000-BUSCAR-CLIENTE
               IF WSS-CLIENTE-EN-TABLA
                   IF REG-HIS-FECHA >= WST-CL-ULT-FECHA(IND-CL)
                       MOVE REG-HIS-FECHA TO WST-CL-ULT-FECHA(IND-CL)
                       MOVE REG-HIS-NIVEL TO WST-CL-ULT-NIVEL(IND-CL)
                   END-IF
               END-IF
           END-IF.

      *MADURA LA DEUDA DEL CLIENTE Y, SI HAY DEUDA VENCIDA, LE
      *ESCRIBE LA CARTA QUE CORRESPONDE
       20000-REVISAR-UN-CLIENTE.
           PERFORM 21000-TIENE-CONVENIO
           IF WSS-CON-CONVENIO
               PERFORM 22000-CARGAR-MOVIMIENTOS-CLI
               PERFORM 23000-APLICAR-PAGOS-FIFO
               PERFORM 24000-MADURAR-DEUDA
               IF WSV-DEUDA-VENCIDA > 0
                   ADD 1 TO WSV-CONT-CONVENIO
                   DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE-ACT
                           ' CON CONVENIO VIGENTE, NO SE INTIMA'
               END-IF
           ELSE
               PERFORM 22000-CARGAR-MOVIMIENTOS-CLI
               PERFORM 23000-APLICAR-PAGOS-FIFO
               PERFORM 24000-MADURAR-DEUDA
               IF WSV-DEUDA-VENCIDA > 0
                   PERFORM 25000-ELEGIR-NIVEL
                   PERFORM 26000-BUSCAR-IDENTIDAD
                   IF NOT WSS-CLIENTE-VISTO
                       ADD 1 TO WSV-CONT-SIN-DATOS
                       DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE-ACT
                               ' CON DEUDA VENCIDA Y SIN DATOS EN '
                               'CLIENTES.DAT, NO SE INTIMA'
                   ELSE
                       PERFORM 30000-ESCRIBIR-CARTA
                   END-IF
               END-IF
           END-IF.

       21000-TIENE-CONVENIO.
           MOVE 'N' TO WSV-CON-CONVENIO
           PERFORM VARYING IND-CV FROM 1 BY 1
                   UNTIL IND-CV > WSV-CONT-CONVENIDOS
                       OR WSS-CON-CONVENIO
               IF WST-CONVENIDO(IND-CV) = WSV-NRO-CLIENTE-ACT
                   SET WSS-CON-CONVENIO TO TRUE
               END-IF
           END-PERFORM.

       22000-CARGAR-MOVIMIENTOS-CLI.
           MOVE 0 TO WSV-CONT-MOV
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'NO SE PUDO REABRIR MOVCLI.DAT'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 22100-LEER-Y-CARGAR-MOV
               UNTIL WSS-FS-MOVIMIENTOS-EOF
           CLOSE MOVIMIENTOS.

       22100-LEER-Y-CARGAR-MOV.
           READ MOVIMIENTOS
           IF WSS-FS-MOVIMIENTOS-OK
               IF REG-MOV-NRO-CLIENTE = WSV-NRO-CLIENTE-ACT
                   IF WSV-CONT-MOV >= WSC-MAX-MOVIMIENTOS
                       DISPLAY 'TABLA DE MOVIMIENTOS LLENA, SE '
                               'IGNORAN LOS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-MOVIMIENTOS
                   ELSE
                       ADD 1 TO WSV-CONT-MOV
                       SET IND-MO TO WSV-CONT-MOV
                       MOVE REG-MOV-FECHA TO WST-MO-FECHA(IND-MO)
                       MOVE REG-MOV-TIPO TO WST-MO-TIPO(IND-MO)
                       MOVE REG-MOV-IMPORTE
                           TO WST-MO-IMPORTE(IND-MO)
                       MOVE REG-MOV-DISPUTA
                           TO WST-MO-DISPUTA(IND-MO)
                       IF REG-MOV-TIPO = 'C'
                           MOVE REG-MOV-IMPORTE
                               TO WST-MO-PENDIENTE(IND-MO)
                       ELSE
                           MOVE 0 TO WST-MO-PENDIENTE(IND-MO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *LA MISMA IMPUTACION DE EJES6006: CADA CREDITO CONTRA LOS
      *CARGOS MAS VIEJOS
       23000-APLICAR-PAGOS-FIFO.
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOV
               IF WST-MO-TIPO(IND-MO) = 'P'
                       OR WST-MO-TIPO(IND-MO) = 'N'
                       OR WST-MO-TIPO(IND-MO) = 'I'
                       OR WST-MO-TIPO(IND-MO) = 'A'
                   MOVE WST-MO-IMPORTE(IND-MO) TO WSV-PAGO-RESTANTE
                   PERFORM 23100-CONSUMIR-CARGOS
               END-IF
           END-PERFORM.

       23100-CONSUMIR-CARGOS.
           PERFORM VARYING WSV-SUB-CARGO FROM 1 BY 1
                   UNTIL WSV-SUB-CARGO > WSV-CONT-MOV
                       OR WSV-PAGO-RESTANTE = 0
               IF WST-MO-TIPO(WSV-SUB-CARGO) = 'C'
                       AND WST-MO-PENDIENTE(WSV-SUB-CARGO) > 0
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
               END-IF
           END-PERFORM.

      *TRAMOS DE ANTIGUEDAD DE LO IMPAGO, SIN LO QUE ESTA EN DISPUTA
       24000-MADURAR-DEUDA.
           MOVE 0 TO WSV-DEUDA-0-30
           MOVE 0 TO WSV-DEUDA-31-60
           MOVE 0 TO WSV-DEUDA-61-90
           MOVE 0 TO WSV-DEUDA-MAS-90
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOV
               IF WST-MO-TIPO(IND-MO) = 'C'
                       AND WST-MO-PENDIENTE(IND-MO) > 0
                       AND WST-MO-DISPUTA(IND-MO) NOT = 'S'
                   SET WSS-DIAS-DIFERENCIA TO TRUE
                   MOVE WST-MO-FECHA(IND-MO) TO REG-DIAS-FECHA
                   MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA-HASTA
                   CALL WSC-RUTDIAS USING REGISTRO-DIAS
                   MOVE REG-DIAS-DIFERENCIA TO WSV-ANTIGUEDAD
                   EVALUATE TRUE
                       WHEN WSV-ANTIGUEDAD <= 30
                           ADD WST-MO-PENDIENTE(IND-MO)
                               TO WSV-DEUDA-0-30
                       WHEN WSV-ANTIGUEDAD <= 60
                           ADD WST-MO-PENDIENTE(IND-MO)
                               TO WSV-DEUDA-31-60
                       WHEN WSV-ANTIGUEDAD <= 90
                           ADD WST-MO-PENDIENTE(IND-MO)
                               TO WSV-DEUDA-61-90
                       WHEN OTHER
                           ADD WST-MO-PENDIENTE(IND-MO)
                               TO WSV-DEUDA-MAS-90
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WSV-DEUDA-VENCIDA = WSV-DEUDA-31-60 +
                   WSV-DEUDA-61-90 + WSV-DEUDA-MAS-90
           COMPUTE WSV-DEUDA-TOTAL = WSV-DEUDA-VENCIDA +
                   WSV-DEUDA-0-30.

      *EL PEOR TRAMO ALCANZADO DA EL NIVEL; SI YA SE LE MANDO UNA
      *CARTA HACE MENOS DE WSC-DIAS-ESCALADA DIAS, SE PASA A LA
      *SIGUIENTE (LA PREJUDICIAL SE REPITE)
       25000-ELEGIR-NIVEL.
           EVALUATE TRUE
               WHEN WSV-DEUDA-MAS-90 > 0
                   MOVE 3 TO WSV-NIVEL
               WHEN WSV-DEUDA-61-90 > 0
                   MOVE 2 TO WSV-NIVEL
               WHEN OTHER
                   MOVE 1 TO WSV-NIVEL
           END-EVALUATE
           IF WST-CL-ULT-NIVEL(IND-CL) > 0
               SET WSS-DIAS-DIFERENCIA TO TRUE
               MOVE WST-CL-ULT-FECHA(IND-CL) TO REG-DIAS-FECHA
               MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA-HASTA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF REG-DIAS-DIFERENCIA <= WSC-DIAS-ESCALADA
                       AND WSV-NIVEL <= WST-CL-ULT-NIVEL(IND-CL)
                   IF WST-CL-ULT-NIVEL(IND-CL) < 3
                       COMPUTE WSV-NIVEL =
                               WST-CL-ULT-NIVEL(IND-CL) + 1
                   ELSE
                       MOVE 3 TO WSV-NIVEL
                   END-IF
               END-IF
           END-IF.

       26000-BUSCAR-IDENTIDAD.
           MOVE 'N' TO WSV-CLIENTE-VISTO
           OPEN INPUT CLIENTES
           IF WSS-FS-CLIENTES-OK
               PERFORM 26100-LEER-Y-COMPARAR-CLI
                   UNTIL WSS-FS-CLIENTES-EOF OR WSS-CLIENTE-VISTO
           END-IF
           CLOSE CLIENTES.

       26100-LEER-Y-COMPARAR-CLI.
           READ CLIENTES
           IF WSS-FS-CLIENTES-OK
               IF REG-CLI-NRO = WSV-NRO-CLIENTE-ACT
                   SET WSS-CLIENTE-VISTO TO TRUE
                   MOVE REG-CLI-RAZON TO WSV-CLI-RAZON
                   MOVE REG-CLI-DOMICILIO TO WSV-CLI-DOMICILIO
                   MOVE REG-CLI-CUIT TO WSV-CLI-CUIT
               END-IF
           END-IF.

      *ESCRIBE LA PLANTILLA DEL NIVEL EN INTINNNNNNNN.TXT Y DEJA LA
      *CARTA EN INTIMACIONES.DAT
       30000-ESCRIBIR-CARTA.
           MOVE SPACES TO WSV-NOMBRE-CARTA
           STRING 'INTI' WSV-NRO-CLIENTE-ACT '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-CARTA
           OPEN OUTPUT CARTA
           IF NOT WSS-FS-CARTA-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-CARTA
               DISPLAY 'FILE STATUS ' WSS-FS-CARTA
           ELSE
               SET IND-PN TO WSV-NIVEL
               PERFORM VARYING IND-PL FROM 1 BY 1
                       UNTIL IND-PL > WST-PL-CONT-LINEAS(IND-PN)
                   PERFORM 31000-REEMPLAZAR-Y-ESCRIBIR
               END-PERFORM
               CLOSE CARTA
               ADD 1 TO WSV-CONT-CARTAS
               ADD 1 TO WSV-CONT-NIVEL(WSV-NIVEL)
               MOVE WSV-NRO-CLIENTE-ACT TO REG-HIS-NRO-CLIENTE
               MOVE WSV-FECHA-HOY TO REG-HIS-FECHA
               MOVE WSV-NIVEL TO REG-HIS-NIVEL
               MOVE WSV-DEUDA-VENCIDA TO REG-HIS-VENCIDO
               MOVE WSV-DEUDA-TOTAL TO REG-HIS-TOTAL
               WRITE REG-HISTORIA
               IF NOT WSS-FS-HISTORIA-OK
                   DISPLAY 'ERROR EN EL WRITE DE INTIMACIONES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-HISTORIA
               END-IF
               MOVE WSV-DEUDA-VENCIDA TO WSV-IMPORTE-EDIT
               DISPLAY 'CLIENTE ' WSV-NRO-CLIENTE-ACT ' NIVEL '
                       WSV-NIVEL ' VENCIDO ' WSV-IMPORTE-EDIT ' -> '
                       WSV-NOMBRE-CARTA
           END-IF.

      *APLICA LOS REEMPLAZOS A UNA LINEA DE LA PLANTILLA VIA RUTSUBST
      *Y LA ESCRIBE; LOS IMPORTES VAN SIN LOS BLANCOS DE LA EDICION
       31000-REEMPLAZAR-Y-ESCRIBIR.
           MOVE WST-PL-LINEA(IND-PN, IND-PL) TO REG-SUBST-FRASE
           MOVE '&RAZON' TO REG-SUBST-PALABRA
           MOVE WSV-CLI-RAZON TO REG-SUBST-REEMPLAZO
           PERFORM 32000-LLAMAR-RUTSUBST
           MOVE '&DOMICILIO' TO REG-SUBST-PALABRA
           MOVE WSV-CLI-DOMICILIO TO REG-SUBST-REEMPLAZO
           PERFORM 32000-LLAMAR-RUTSUBST
           MOVE '&CUIT' TO REG-SUBST-PALABRA
           MOVE WSV-CLI-CUIT TO REG-SUBST-REEMPLAZO
           PERFORM 32000-LLAMAR-RUTSUBST
           MOVE '&FECHA' TO REG-SUBST-PALABRA
           MOVE WSV-FECHA-TEXTO TO REG-SUBST-REEMPLAZO
           PERFORM 32000-LLAMAR-RUTSUBST
           MOVE '&DEUDA30' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-0-30 TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE '&DEUDA60' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-31-60 TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE '&DEUDA90' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-61-90 TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE '&DEUDAMAS' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-MAS-90 TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE '&VENCIDO' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-VENCIDA TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE '&TOTAL' TO REG-SUBST-PALABRA
           MOVE WSV-DEUDA-TOTAL TO WSV-IMPORTE-EDIT
           PERFORM 33000-REEMPLAZAR-IMPORTE
           MOVE REG-SUBST-FRASE TO REG-CARTA
           WRITE REG-CARTA
           IF NOT WSS-FS-CARTA-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-CARTA
               DISPLAY 'FILE STATUS ' WSS-FS-CARTA
           END-IF.

      *UNA LINEA SIN LA PALABRA VUELVE IGUAL; EL RESULTADO PASA A SER
      *LA FRASE DEL PROXIMO REEMPLAZO
       32000-LLAMAR-RUTSUBST.
           CALL WSC-RUTSUBST USING REGISTRO-SUBST
           MOVE REG-SUBST-FRASE-R TO REG-SUBST-FRASE.

       33000-REEMPLAZAR-IMPORTE.
           MOVE FUNCTION TRIM(WSV-IMPORTE-EDIT) TO REG-SUBST-REEMPLAZO
           PERFORM 32000-LLAMAR-RUTSUBST.

       80000-MOSTRAR-RESUMEN.
           DISPLAY WSV-LINEA
           DISPLAY 'INTIMACIONES AL ' WSV-FECHA-HOY
           MOVE WSV-CONT-CLIENTES TO WSV-CONT-REVISADOS
           DISPLAY 'CLIENTES REVISADOS:          ' WSV-CONT-REVISADOS
           DISPLAY 'CARTAS ESCRITAS:             ' WSV-CONT-CARTAS
           DISPLAY '  RECORDATORIOS:             ' WSV-CONT-NIVEL(1)
           DISPLAY '  AVISOS FORMALES:           ' WSV-CONT-NIVEL(2)
           DISPLAY '  INTIMACIONES PREJUDICIALES:' WSV-CONT-NIVEL(3)
           DISPLAY 'VENCIDOS CON CONVENIO:       ' WSV-CONT-CONVENIO
           DISPLAY 'VENCIDOS SIN DATOS:          ' WSV-CONT-SIN-DATOS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
