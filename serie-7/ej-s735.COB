      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Listado de los clientes con saldo a favor, es
      *decir con REG-SALDO negativo en CUENTAS.DAT (anticipos de
      *EJES6004/EJES6005/EJES6038 o notas de credito de EJES6020 que
      *superaron lo adeudado), del mayor saldo a favor al menor, con
      *el total que la empresa le debe a sus clientes.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6039.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUENTAS          ASSIGN TO DISK 'CUENTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

      *CLIENTES CON SALDO A FAVOR; EL SALDO A FAVOR (EN POSITIVO) VA
      *AL PRINCIPIO DEL ELEMENTO PORQUE ES LA CLAVE DE RUTSORT
       01 WSC-MAX-CLIENTES         PIC 9(03) VALUE 100.
       01 WSV-CONT-CLIENTES        PIC S9(4) COMP VALUE 0.
       01 WST-CLIENTES.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-FAVOR            PIC 9(05)V9(02).
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).

       01 WSV-CONT-LEIDOS          PIC 9(04) VALUE 0.
       01 WSV-TOTAL-FAVOR          PIC 9(07)V9(02) VALUE 0.
       01 WSV-IMPORTE-EDIT         PIC ZZZZZ9.99.
       01 WSV-TOTAL-EDIT           PIC ZZZZZZ9.99.
       01 WSV-FECHA-HOY            PIC 9(08).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTSORT         PIC X(07) VALUE "RUTSORT".
       COPY REG-SORT.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-TABLA
           IF WSV-CONT-CLIENTES = 0
               DISPLAY 'NINGUN CLIENTE TIENE SALDO A FAVOR'
           ELSE
               PERFORM 20000-ORDENAR-TABLA
               PERFORM 30000-LISTAR
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

       10000-CARGAR-TABLA.
           OPEN INPUT CUENTAS
           IF NOT WSS-FS-CUENTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE CUENTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUENTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CUENTAS-EOF
           CLOSE CUENTAS.

       11000-LEER-Y-CARGAR.
           READ CUENTAS
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO WSV-CONT-LEIDOS
               IF REG-SALDO < 0
                   IF WSV-CONT-CLIENTES >= WSC-MAX-CLIENTES
                       DISPLAY 'TABLA DE CLIENTES LLENA, EL LISTADO '
                               'SALE INCOMPLETO'
                       MOVE HIGH-VALUE TO WSS-FS-CUENTAS
                   ELSE
                       ADD 1 TO WSV-CONT-CLIENTES
                       SET IND TO WSV-CONT-CLIENTES
                       COMPUTE WST-FAVOR(IND) = 0 - REG-SALDO
                       MOVE REG-NRO-CLIENTE TO WST-NRO-CLIENTE(IND)
                       MOVE REG-NOMBRE TO WST-NOMBRE(IND)
                   END-IF
               END-IF
           END-IF.

      *DEL MAYOR SALDO A FAVOR AL MENOR (POSICION 1, 7 BYTES)
       20000-ORDENAR-TABLA.
           MOVE WSV-CONT-CLIENTES TO REG-SORT-CANT-ELEM
           MOVE LENGTH OF WST-CLIENTE-ITEM(1) TO REG-SORT-LONG-ELEM
           MOVE 1 TO REG-SORT-POS-CLAVE
           MOVE 7 TO REG-SORT-LONG-CLAVE
           SET WSS-SORT-DESCENDENTE TO TRUE
           CALL WSC-RUTSORT USING REGISTRO-SORT WST-CLIENTES
           IF WSS-SORT-ERROR
               DISPLAY 'ERROR EN RUTSORT'
               DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

       30000-LISTAR.
           DISPLAY WSV-LINEA
           DISPLAY 'CLIENTES CON SALDO A FAVOR AL ' WSV-FECHA-HOY
           DISPLAY WSV-LINEA
           DISPLAY 'CLIENTE  NOMBRE                         A FAVOR'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CLIENTES
               ADD WST-FAVOR(IND) TO WSV-TOTAL-FAVOR
               MOVE WST-FAVOR(IND) TO WSV-IMPORTE-EDIT
               DISPLAY WST-NRO-CLIENTE(IND) ' ' WST-NOMBRE(IND) ' '
                       WSV-IMPORTE-EDIT
           END-PERFORM
           DISPLAY WSV-LINEA
           MOVE WSV-TOTAL-FAVOR TO WSV-TOTAL-EDIT
           DISPLAY 'TOTAL SALDO A FAVOR:          ' WSV-TOTAL-EDIT
           DISPLAY 'CLIENTES CON SALDO A FAVOR: ' WSV-CONT-CLIENTES
                   ' DE ' WSV-CONT-LEIDOS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
