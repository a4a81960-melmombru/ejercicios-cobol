      *anio. Graba GASTOSPORMES.dat con el mismo layout de EJE011D1
      *(anio + mes + 5 gastos, fila 99 en cero), asi EJE011D3,
      *EJE011DA y EJE011D2 siguen funcionando sin cambios.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega el modo en terminos reales: la historia se
      *   lleva a precios de un mes base con los indices de INDICES.DAT
      *   via RUTINDIC, las bases y el aumento se calculan en terminos
      *   reales y lo que se graba se vuelve a pesos corrientes con una
      *   inflacion anual supuesta; por anio se muestra el total real y
      *   el nominal.
      * 2026 10 - Se corrige el factor de aumento acumulado, que con un
      *   aumento de 0 % quedaba en cero y grababa la proyeccion entera
      *   en cero.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT SALIDA           ASSIGN TO DISK './GASTOSPORMES.dat'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SALIDA.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
               10 REG-SAL-DET      OCCURS 5.
                   15 REG-SAL-GASTO    PIC 9(5).
                   15 REG-SAL-SEP      PIC X.

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ACTUALES          PIC X(02).
       01 WSS-FS-SALIDA            PIC X(02).
           88 WSS-FS-SALIDA-OK         VALUE '00'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.

      *ANIOS REALES DE CUENTAS001.DAT EN MEMORIA
       77 WSC-MAX-ANIOS            PIC 9(02) VALUE 10.
       01 WSV-CONT-ANIOS           PIC 9(02) VALUE 0.
           88 WSS-METODO-TENDENCIA     VALUE 'T' 't'.
       01 WSV-AUMENTO-PORC-E       PIC 9(02).

      *MODO EN TERMINOS REALES: LA HISTORIA SE LLEVA A PRECIOS DEL MES
      *BASE CON RUTINDIC, EL AUMENTO SE TOMA COMO CRECIMIENTO REAL Y
      *LO GRABADO SE REINFLA CON LA INFLACION ANUAL SUPUESTA
       01 WSV-MODO-E               PIC X(01) VALUE 'N'.
           88 WSS-MODO-REAL               VALUE 'R' 'r'.
       01 WSV-ANIO-BASE-E          PIC 9(04).
       01 WSV-MES-BASE-E           PIC 9(02).
       01 WSV-INFLACION-E          PIC 9(03) VALUE 0.
       01 WSV-FACTOR-INFL          PIC 9(05)V9(06) VALUE 1.
       01 WSV-ANIOS-INFL           PIC S9(04).
       01 WSV-SUB-INFL             PIC S9(04).
       01 WSV-GASTO-REAL           PIC S9(08)V9(02).
       01 WSV-TOTAL-REAL           PIC 9(08).
       01 WSV-TOTAL-NOMINAL        PIC 9(08).
       01 WSV-CONT-SIN-INDICE      PIC 9(05) VALUE 0.
       01  WSC-RUTINDIC            PIC X(08) VALUE "RUTINDIC".
       COPY REG-INDIC.

      *HISTORIA UTILIZABLE (ANIOS ANTERIORES AL PRIMERO PROYECTADO)
       01 WSV-SUB-PRIMERO          PIC 9(02).
       01 WSV-SUB-ULTIMO           PIC 9(02).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 10000-PEDIR-PARAMETROS
           PERFORM 20000-CARGAR-CUENTAS001
           PERFORM 30000-ELEGIR-HISTORIA
           IF WSS-MODO-REAL
               PERFORM 35000-DEFLACTAR-HISTORIA
           END-IF
           PERFORM 40000-CALCULAR-BASES
           PERFORM 50000-GRABAR-PROYECCION
           PERFORM 60000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               MOVE 0 TO WSV-SUB-CTA
               PERFORM LEER-Y-CARGAR-CUENTA UNTIL WSS-FS-CUENTAS-EOF
                                          OR WSV-SUB-CTA >= WSC-CUENTAS
               CLOSE CUENTAS-TABLA
           END-IF.

       LEER-Y-CARGAR-CUENTA.
           READ CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO WSV-SUB-CTA
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-SUB-CTA)
           END-IF.

       10000-PEDIR-PARAMETROS.
           DISPLAY 'PRIMER ANIO A PROYECTAR (AAAA): '
           ACCEPT WSV-ANIO-DESDE-E
               MOVE 'P' TO WSV-METODO-E
           END-IF
           DISPLAY 'AUMENTO ANUAL EN PORCENTAJE (0-99): '
           ACCEPT WSV-AUMENTO-PORC-E
           PERFORM 11000-PEDIR-MODO.

      *N: TODO NOMINAL COMO HASTA AHORA; R: A PRECIOS DE UN MES BASE
      *(CON INDICE GENERAL EN INDICES.DAT) MAS LA INFLACION SUPUESTA
       11000-PEDIR-MODO.
           DISPLAY 'MODO: N NOMINAL / R EN TERMINOS REALES: '
           ACCEPT WSV-MODO-E
           IF WSS-MODO-REAL
               DISPLAY 'ANIO BASE (AAAA): '
               ACCEPT WSV-ANIO-BASE-E
               DISPLAY 'MES BASE (1-12): '
               ACCEPT WSV-MES-BASE-E
               SET WSS-INDIC-VALOR TO TRUE
               MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO
               MOVE WSV-MES-BASE-E TO REG-INDIC-MES
               MOVE SPACES TO REG-INDIC-CATEGORIA
               CALL WSC-RUTINDIC USING REGISTRO-INDIC
               IF NOT WSS-INDIC-OK
                   DISPLAY 'MES BASE SIN INDICE GENERAL ('
                           WSV-ST-TEXTO-INDIC '), SE PROYECTA NOMINAL'
                   MOVE 'N' TO WSV-MODO-E
               ELSE
                   DISPLAY 'INFLACION ANUAL SUPUESTA (%): '
                   ACCEPT WSV-INFLACION-E
               END-IF
           END-IF.

      *LEE CUENTAS001.DAT COMPLETO A MEMORIA (TODOS LOS ANIOS)
       20000-CARGAR-CUENTAS001.
                       'QUEDA PLANA (IGUAL AL PROMEDIO)'
           END-IF.

      *LLEVA CADA MES DE LOS ANIOS DE HISTORIA A PRECIOS DEL MES BASE
      *(CUENTAS 1 A 4 CON SU INDICE O EL GENERAL, COLUMNA 5 CON EL
      *GENERAL); LOS MESES SIN INDICE QUEDAN NOMINALES
       35000-DEFLACTAR-HISTORIA.
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                   UNTIL WSV-SUB-BUSQ > WSV-CONT-ANIOS
               IF WST-AN-ANIO(WSV-SUB-BUSQ) < WSV-ANIO-DESDE-E
                   PERFORM VARYING WSV-SUB-MES FROM 1 BY 1
                           UNTIL WSV-SUB-MES > 12
                       PERFORM VARYING WSV-SUB-CTA FROM 1 BY 1
                               UNTIL WSV-SUB-CTA > 5
                           PERFORM 36000-DEFLACTAR-UNA-CELDA
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WSV-CONT-SIN-INDICE > 0
               DISPLAY 'MESES DE HISTORIA SIN INDICE (QUEDAN '
                       'NOMINALES): ' WSV-CONT-SIN-INDICE
           END-IF.

       36000-DEFLACTAR-UNA-CELDA.
           IF WST-AN-GASTO(WSV-SUB-BUSQ, WSV-SUB-MES, WSV-SUB-CTA) > 0
               SET WSS-INDIC-COEFICIENTE TO TRUE
               MOVE WST-AN-ANIO(WSV-SUB-BUSQ) TO REG-INDIC-ANIO
               MOVE WSV-SUB-MES TO REG-INDIC-MES
               MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO-BASE
               MOVE WSV-MES-BASE-E TO REG-INDIC-MES-BASE
               IF WSV-SUB-CTA <= WSC-CUENTAS
                   MOVE WST-CUENTA(WSV-SUB-CTA) TO REG-INDIC-CATEGORIA
               ELSE
                   MOVE SPACES TO REG-INDIC-CATEGORIA
               END-IF
               CALL WSC-RUTINDIC USING REGISTRO-INDIC
               IF WSS-INDIC-OK
                   COMPUTE WST-AN-GASTO(WSV-SUB-BUSQ, WSV-SUB-MES,
                           WSV-SUB-CTA) ROUNDED =
                           WST-AN-GASTO(WSV-SUB-BUSQ, WSV-SUB-MES,
                           WSV-SUB-CTA) * REG-INDIC-COEF
                       ON SIZE ERROR
                           MOVE 99999 TO WST-AN-GASTO(WSV-SUB-BUSQ,
                                   WSV-SUB-MES, WSV-SUB-CTA)
                   END-COMPUTE
               ELSE
                   ADD 1 TO WSV-CONT-SIN-INDICE
               END-IF
           END-IF.

      *BASE POR MES CALENDARIO Y POR CUENTA: PROMEDIO DE LA
      *HISTORIA O ULTIMO ANIO REAL MAS LA PENDIENTE ANUAL ENTRE EL
      *PRIMER Y EL ULTIMO ANIO
           PERFORM VARYING WSV-SUB-PROY FROM 1 BY 1
                   UNTIL WSV-SUB-PROY > WSV-CANT-ANIOS-E
               COMPUTE WSV-FACTOR-AUMENTO ROUNDED =
                       WSV-FACTOR-AUMENTO +
                       WSV-FACTOR-AUMENTO * WSV-AUMENTO-PORC-E / 100
               COMPUTE WSV-ANIO-SALIDA =
                       WSV-ANIO-DESDE-E + WSV-SUB-PROY - 1
               IF WSS-MODO-REAL
                   PERFORM 50500-CALCULAR-INFLACION
               END-IF
               MOVE 0 TO WSV-TOTAL-REAL
               MOVE 0 TO WSV-TOTAL-NOMINAL
               PERFORM 51000-GRABAR-UN-ANIO
               IF WSS-MODO-REAL
                   DISPLAY 'ANIO ' WSV-ANIO-SALIDA
                           ' TOTAL REAL ' WSV-TOTAL-REAL
                           ' TOTAL NOMINAL ' WSV-TOTAL-NOMINAL
               END-IF
           END-PERFORM
           CLOSE SALIDA.

      *INFLACION ACUMULADA ENTRE EL ANIO BASE Y EL ANIO PROYECTADO
       50500-CALCULAR-INFLACION.
           COMPUTE WSV-ANIOS-INFL = WSV-ANIO-SALIDA - WSV-ANIO-BASE-E
           MOVE 1 TO WSV-FACTOR-INFL
           PERFORM VARYING WSV-SUB-INFL FROM 1 BY 1
                   UNTIL WSV-SUB-INFL > WSV-ANIOS-INFL
               COMPUTE WSV-FACTOR-INFL ROUNDED = WSV-FACTOR-INFL +
                       WSV-FACTOR-INFL * WSV-INFLACION-E / 100
                   ON SIZE ERROR
                       MOVE 99999 TO WSV-FACTOR-INFL
               END-COMPUTE
           END-PERFORM.

       51000-GRABAR-UN-ANIO.
           PERFORM VARYING WSV-SUB-MES FROM 1 BY 1
                   UNTIL WSV-SUB-MES > 12
               IF WSV-GASTO-PROY < 0
                   MOVE 0 TO WSV-GASTO-PROY
               END-IF
               IF WSS-MODO-REAL
                   MOVE WSV-GASTO-PROY TO WSV-GASTO-REAL
                   COMPUTE WSV-GASTO-PROY ROUNDED =
                           WSV-GASTO-REAL * WSV-FACTOR-INFL
                   IF WSV-SUB-CTA <= WSC-CUENTAS
                       ADD WSV-GASTO-REAL TO WSV-TOTAL-REAL
                       ADD WSV-GASTO-PROY TO WSV-TOTAL-NOMINAL
                   END-IF
               END-IF
               MOVE WSV-GASTO-PROY
                   TO REG-SAL-GASTO(WSV-SUB-CTA)
               MOVE '-' TO REG-SAL-SEP(WSV-SUB-CTA)
                   ' POR ' WSV-CANT-ANIOS-E ' ANIOS'
           DISPLAY 'METODO ' WSV-METODO-E ', AUMENTO ANUAL '
                   WSV-AUMENTO-PORC-E ' %'
           IF WSS-MODO-REAL
               DISPLAY 'EN TERMINOS REALES A PRECIOS DE '
                       WSV-MES-BASE-E '/' WSV-ANIO-BASE-E
                       ', INFLACION SUPUESTA ' WSV-INFLACION-E ' %'
           END-IF
           DISPLAY 'ANIOS DE HISTORIA USADOS: ' WSV-CONT-HISTORIA
           DISPLAY 'REGISTROS GRABADOS: ' WSV-CONT-GRABADOS
           DISPLAY WSV-LINEA.
