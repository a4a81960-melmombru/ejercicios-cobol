      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Listado de la cartera de cheques de CHEQUES.DAT
      *(EJES6003 los registra, EJES6036 los sigue) ordenada por fecha
      *de cobro: los cheques en cartera y los depositados que todavia
      *no se acreditaron, con subtotal por fecha de cobro y total
      *general. Los cheques en cartera con fecha de cobro cumplida se
      *marcan A DEPOSITAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6037.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CHEQUES          ASSIGN TO DISK 'CHEQUES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CHEQUES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

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
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CHEQUES           PIC X(02).
           88 WSS-FS-CHEQUES-OK        VALUE '00' '05'.
           88 WSS-FS-CHEQUES-EOF       VALUE '10'.

      *CARTERA A LISTAR; FECHA DE COBRO, BANCO Y NUMERO AL PRINCIPIO
      *DEL ELEMENTO PORQUE SON LA CLAVE DE RUTSORT
       01 WSC-MAX-CHEQUES          PIC 9(03) VALUE 300.
       01 WSV-CONT-CHEQUES         PIC S9(4) COMP VALUE 0.
       01 WST-CHEQUES.
           05 WST-CHEQUE-ITEM      OCCURS 300 TIMES
                                   INDEXED BY IND.
               10 WST-CH-FECHA-COBRO   PIC 9(08).
               10 WST-CH-BANCO         PIC X(15).
               10 WST-CH-NUMERO        PIC 9(08).
               10 WST-CH-LIBRADOR      PIC X(30).
               10 WST-CH-NRO-CLIENTE   PIC 9(08).
               10 WST-CH-IMPORTE       PIC 9(05)V9(02).
               10 WST-CH-ESTADO        PIC X(01).

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-ANTERIOR       PIC 9(08).
       01 WSV-CONT-FECHA           PIC 9(04).
       01 WSV-SUBTOTAL             PIC 9(07)V9(02).
       01 WSV-TOTAL-CARTERA        PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-DEPOSITADO     PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-A-DEPOSITAR    PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-GENERAL        PIC 9(07)V9(02) VALUE 0.
       01 WSV-IMPORTE-EDIT         PIC ZZZZZ9.99.
       01 WSV-TOTAL-EDIT           PIC ZZZZZZ9.99.
       01 WSV-MARCA                PIC X(12).

       01 WSV-LINEA.
           05 FILLER               PIC X(78) VALUE ALL "*".

       01  WSC-RUTSORT         PIC X(07) VALUE "RUTSORT".
       COPY REG-SORT.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-TABLA
           IF WSV-CONT-CHEQUES = 0
               DISPLAY 'NO HAY CHEQUES EN CARTERA NI DEPOSITADOS '
                       'SIN ACREDITAR'
           ELSE
               PERFORM 20000-ORDENAR-TABLA
               PERFORM 30000-LISTAR-CARTERA
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

       10000-CARGAR-TABLA.
           OPEN INPUT CHEQUES
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'NO SE PUDO ABRIR CHEQUES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CHEQUES-EOF
           CLOSE CHEQUES.

      *SOLO LO QUE TODAVIA ES CARTERA: EN CARTERA (C) O DEPOSITADO
      *SIN ACREDITAR (D)
       11000-LEER-Y-CARGAR.
           READ CHEQUES
           IF WSS-FS-CHEQUES-OK
               IF REG-CHQ-ESTADO = 'C' OR REG-CHQ-ESTADO = 'D'
                   IF WSV-CONT-CHEQUES >= WSC-MAX-CHEQUES
                       DISPLAY 'TABLA DE CHEQUES LLENA, EL LISTADO '
                               'SALE INCOMPLETO'
                       MOVE HIGH-VALUE TO WSS-FS-CHEQUES
                   ELSE
                       ADD 1 TO WSV-CONT-CHEQUES
                       SET IND TO WSV-CONT-CHEQUES
                       MOVE REG-CHQ-FECHA-COBRO
                           TO WST-CH-FECHA-COBRO(IND)
                       MOVE REG-CHQ-BANCO TO WST-CH-BANCO(IND)
                       MOVE REG-CHQ-NUMERO TO WST-CH-NUMERO(IND)
                       MOVE REG-CHQ-LIBRADOR TO WST-CH-LIBRADOR(IND)
                       MOVE REG-CHQ-NRO-CLIENTE
                           TO WST-CH-NRO-CLIENTE(IND)
                       MOVE REG-CHQ-IMPORTE TO WST-CH-IMPORTE(IND)
                       MOVE REG-CHQ-ESTADO TO WST-CH-ESTADO(IND)
                   END-IF
               END-IF
           END-IF.

      *ORDENA POR FECHA DE COBRO, BANCO Y NUMERO (POSICION 1, 31
      *BYTES) CON RUTSORT
       20000-ORDENAR-TABLA.
           MOVE WSV-CONT-CHEQUES TO REG-SORT-CANT-ELEM
           MOVE LENGTH OF WST-CHEQUE-ITEM(1) TO REG-SORT-LONG-ELEM
           MOVE 1 TO REG-SORT-POS-CLAVE
           MOVE 31 TO REG-SORT-LONG-CLAVE
           SET WSS-SORT-ASCENDENTE TO TRUE
           CALL WSC-RUTSORT USING REGISTRO-SORT WST-CHEQUES
           IF WSS-SORT-ERROR
               DISPLAY 'ERROR EN RUTSORT'
               DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

       30000-LISTAR-CARTERA.
           DISPLAY WSV-LINEA
           DISPLAY 'CARTERA DE CHEQUES POR FECHA DE COBRO AL '
                   WSV-FECHA-HOY
           DISPLAY WSV-LINEA
           DISPLAY 'COBRO    BANCO           NUMERO   LIBRADOR'
                   '                       CLIENTE    IMPORTE E'
           DISPLAY WSV-LINEA
           MOVE 0 TO WSV-FECHA-ANTERIOR
           MOVE 0 TO WSV-CONT-FECHA
           MOVE 0 TO WSV-SUBTOTAL
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CHEQUES
               IF WST-CH-FECHA-COBRO(IND) NOT = WSV-FECHA-ANTERIOR
                  AND WSV-CONT-FECHA > 0
                   PERFORM 32000-CORTE-FECHA
               END-IF
               MOVE WST-CH-FECHA-COBRO(IND) TO WSV-FECHA-ANTERIOR
               PERFORM 31000-LISTAR-CHEQUE
           END-PERFORM
           PERFORM 32000-CORTE-FECHA
           DISPLAY WSV-LINEA
           MOVE WSV-TOTAL-CARTERA TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL EN CARTERA:          ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-A-DEPOSITAR TO WSV-TOTAL-EDIT
           DISPLAY '  DE ELLOS A DEPOSITAR:    ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-DEPOSITADO TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL DEPOSITADO:          ' WSV-TOTAL-EDIT
           MOVE WSV-TOTAL-GENERAL TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL GENERAL:             ' WSV-TOTAL-EDIT
           DISPLAY 'CHEQUES LISTADOS: ' WSV-CONT-CHEQUES
           DISPLAY WSV-LINEA.

       31000-LISTAR-CHEQUE.
           MOVE SPACES TO WSV-MARCA
           IF WST-CH-ESTADO(IND) = 'D'
               ADD WST-CH-IMPORTE(IND) TO WSV-TOTAL-DEPOSITADO
           ELSE
               ADD WST-CH-IMPORTE(IND) TO WSV-TOTAL-CARTERA
               IF WST-CH-FECHA-COBRO(IND) <= WSV-FECHA-HOY
                   MOVE 'A DEPOSITAR' TO WSV-MARCA
                   ADD WST-CH-IMPORTE(IND) TO WSV-TOTAL-A-DEPOSITAR
               END-IF
           END-IF
           ADD WST-CH-IMPORTE(IND) TO WSV-SUBTOTAL
           ADD WST-CH-IMPORTE(IND) TO WSV-TOTAL-GENERAL
           ADD 1 TO WSV-CONT-FECHA
           MOVE WST-CH-IMPORTE(IND) TO WSV-IMPORTE-EDIT
           DISPLAY WST-CH-FECHA-COBRO(IND) ' ' WST-CH-BANCO(IND) ' '
                   WST-CH-NUMERO(IND) ' ' WST-CH-LIBRADOR(IND) ' '
                   WST-CH-NRO-CLIENTE(IND) ' ' WSV-IMPORTE-EDIT ' '
                   WST-CH-ESTADO(IND) ' ' WSV-MARCA.

       32000-CORTE-FECHA.
           MOVE WSV-SUBTOTAL TO WSV-TOTAL-EDIT
           DISPLAY '    SUBTOTAL AL ' WSV-FECHA-ANTERIOR ' ('
                   WSV-CONT-FECHA ' CHEQUES): ' WSV-TOTAL-EDIT
           MOVE 0 TO WSV-CONT-FECHA
           MOVE 0 TO WSV-SUBTOTAL.

       FIN-DEL-PROGRAMA.
           STOP RUN.
