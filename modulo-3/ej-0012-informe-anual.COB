      * DESCRIPCION: Informe de gastos totales por anio a partir de
      *GASTOSPORMES.dat (generado por EJE011D1), mostrando la
      *variacion respecto del anio anterior.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega el modo a precios constantes: con un mes
      *   base, cada gasto se lleva a precios de ese mes con el indice
      *   de su cuenta (o el general) de INDICES.DAT via RUTINDIC, y se
      *   muestra la variacion nominal y la real lado a lado. Los
      *   nombres de las cuentas se leen de CUENTAS-NOMBRES.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT ENTRADA          ASSIGN TO DISK './GASTOSPORMES.dat'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ENTRADA.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
               10 WST-GASTOS-DET    OCCURS 5.
                   15 WST-GASTOS    PIC 9(5).
                   15 FILLER        PIC X.

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ENTRADA           PIC X(02).
           88 WSS-FS-ENTRADA-OK    VALUE '00'.
           88 WSS-FS-ENTRADA-EOF   VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK    VALUE '00'.
           88 WSS-FS-CUENTAS-EOF   VALUE '10'.

       01 WSV-CONT-ENTRADA         PIC S9(4) COMP.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.

       01 WSV-MES-VALIDO           PIC 9(02).
           88 WSS-MES-VALIDO              VALUE 1 THRU 12.

       01 WSV-VARIACION            PIC S9(08) VALUE 0.
       01 WSV-VARIACION-PORC       PIC S9(03)V99 VALUE 0.

      *MODO A PRECIOS CONSTANTES: CADA MONTO SE LLEVA A PRECIOS DEL
      *MES BASE CON EL INDICE DE SU CUENTA (O EL GENERAL) VIA RUTINDIC
       01 WSV-MODO-E               PIC X(01) VALUE 'N'.
           88 WSS-MODO-REAL               VALUE 'R' 'r'.
       01 WSV-ANIO-BASE-E          PIC 9(04).
       01 WSV-MES-BASE-E           PIC 9(02).
       01 WSV-TOTAL-REAL           PIC 9(08)V99 VALUE 0.
       01 WSV-TOTAL-REAL-ANTERIOR  PIC 9(08)V99 VALUE 0.
       01 WSV-VARIACION-REAL       PIC S9(08)V99 VALUE 0.
       01 WSV-VAR-REAL-PORC        PIC S9(03)V99 VALUE 0.
       01 WSV-REAL-EDIT            PIC ZZZZZZZ9.
       01 WSV-CONT-SIN-INDICE      PIC 9(05) VALUE 0.
       01  WSC-RUTINDIC            PIC X(08) VALUE "RUTINDIC".
       COPY REG-INDIC.

       77 K                        PIC 9(02).

       01 WSV-LINEA.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 05000-PEDIR-MODO
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM 20000-LEER-ARCHIVO
           PERFORM UNTIL WSS-FS-ENTRADA-EOF
               PERFORM 20000-LEER-ARCHIVO
           END-PERFORM
           PERFORM 26000-INFORMAR-ANIO
           IF WSS-MODO-REAL AND WSV-CONT-SIN-INDICE > 0
               DISPLAY WSV-LINEA
               DISPLAY "MONTOS SIN INDICE (QUEDAN NOMINALES): "
                       WSV-CONT-SIN-INDICE
           END-IF
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM FIN-DEL-PROGRAMA.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               MOVE 0 TO K
               PERFORM LEER-Y-CARGAR-CUENTA UNTIL WSS-FS-CUENTAS-EOF
                                          OR K >= WSC-CUENTAS
               CLOSE CUENTAS-TABLA
           END-IF.

       LEER-Y-CARGAR-CUENTA.
           READ CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO K
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(K)
           END-IF.

      *NOMINAL O A PRECIOS CONSTANTES DE UN MES BASE, QUE TIENE QUE
      *TENER INDICE GENERAL EN INDICES.DAT
       05000-PEDIR-MODO.
           DISPLAY "MODO: N NOMINAL / R A PRECIOS CONSTANTES: "
           ACCEPT WSV-MODO-E
           IF WSS-MODO-REAL
               DISPLAY "ANIO BASE (AAAA): "
               ACCEPT WSV-ANIO-BASE-E
               DISPLAY "MES BASE (1-12): "
               ACCEPT WSV-MES-BASE-E
               SET WSS-INDIC-VALOR TO TRUE
               MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO
               MOVE WSV-MES-BASE-E TO REG-INDIC-MES
               MOVE SPACES TO REG-INDIC-CATEGORIA
               CALL WSC-RUTINDIC USING REGISTRO-INDIC
               IF NOT WSS-INDIC-OK
                   DISPLAY "MES BASE SIN INDICE GENERAL ("
                           WSV-ST-TEXTO-INDIC "), SE INFORMA NOMINAL"
                   MOVE 'N' TO WSV-MODO-E
               END-IF
           END-IF.

       10000-ABRIR-ARCHIVO.
           MOVE 0 TO WSV-CONT-ENTRADA
           OPEN INPUT ENTRADA
                   PERFORM 26000-INFORMAR-ANIO
                   MOVE WSV-TOTAL-ANIO TO WSV-TOTAL-ANIO-ANTERIOR
                   MOVE 0 TO WSV-TOTAL-ANIO
                   MOVE WSV-TOTAL-REAL TO WSV-TOTAL-REAL-ANTERIOR
                   MOVE 0 TO WSV-TOTAL-REAL
                   MOVE REG-ANIO TO WSV-ANIO-ANTERIOR
               END-IF
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                   ADD WST-GASTOS(K) TO WSV-TOTAL-ANIO
                   IF WSS-MODO-REAL AND WST-GASTOS(K) > 0
                       PERFORM 25500-SUMAR-REAL
                   END-IF
               END-PERFORM
           END-IF.

      *LLEVA EL GASTO DE LA COLUMNA K A PRECIOS DEL MES BASE; LA
      *COLUMNA 5 USA EL INDICE GENERAL
       25500-SUMAR-REAL.
           SET WSS-INDIC-COEFICIENTE TO TRUE
           MOVE REG-ANIO TO REG-INDIC-ANIO
           MOVE REG-MES TO REG-INDIC-MES
           MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO-BASE
           MOVE WSV-MES-BASE-E TO REG-INDIC-MES-BASE
           IF K <= WSC-CUENTAS
               MOVE WST-CUENTA(K) TO REG-INDIC-CATEGORIA
           ELSE
               MOVE SPACES TO REG-INDIC-CATEGORIA
           END-IF
           CALL WSC-RUTINDIC USING REGISTRO-INDIC
           IF WSS-INDIC-OK
               COMPUTE WSV-TOTAL-REAL ROUNDED = WSV-TOTAL-REAL
                       + WST-GASTOS(K) * REG-INDIC-COEF
           ELSE
               ADD WST-GASTOS(K) TO WSV-TOTAL-REAL
               ADD 1 TO WSV-CONT-SIN-INDICE
           END-IF.

      *MUESTRA EL TOTAL DEL ANIO Y, SI HAY UN ANIO PREVIO PARA
      *COMPARAR, LA VARIACION ABSOLUTA Y PORCENTUAL
       26000-INFORMAR-ANIO.
                   (WSV-VARIACION / WSV-TOTAL-ANIO-ANTERIOR) * 100
               DISPLAY "VARIACION RESPECTO DEL ANIO ANTERIOR: "
                       WSV-VARIACION " (" WSV-VARIACION-PORC "%)"
           END-IF
           IF WSS-MODO-REAL
               MOVE WSV-TOTAL-REAL TO WSV-REAL-EDIT
               DISPLAY "A PRECIOS DE " WSV-MES-BASE-E "/"
                       WSV-ANIO-BASE-E ": " WSV-REAL-EDIT
               IF WSV-TOTAL-REAL-ANTERIOR NOT = 0
                   COMPUTE WSV-VARIACION-REAL =
                       WSV-TOTAL-REAL - WSV-TOTAL-REAL-ANTERIOR
                   COMPUTE WSV-VAR-REAL-PORC ROUNDED =
                       (WSV-VARIACION-REAL / WSV-TOTAL-REAL-ANTERIOR)
                       * 100
                   DISPLAY "VARIACION NOMINAL " WSV-VARIACION-PORC
                           "% / VARIACION REAL " WSV-VAR-REAL-PORC "%"
               END-IF
           END-IF.

       30000-CERRAR-ARCHIVO.
