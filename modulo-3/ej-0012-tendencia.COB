      *ranking de que cuenta crecio mas rapido entre el primer y el
      *ultimo anio. Ese ranking decide con que proveedor se
      *renegocia primero.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega el modo a precios constantes: los gastos de
      *   cada mes se llevan a precios de un mes base con el indice de
      *   la cuenta (o el general) de INDICES.DAT via RUTINDIC; por anio
      *   se muestra el total real y su variacion debajo del nominal, y
      *   el ranking de crecimiento se arma con los totales reales.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 WST-TEN-DET          OCCURS 10.
               10 WST-TEN-ANIO     PIC 9(04).
               10 WST-TEN-TOTAL    PIC 9(08) OCCURS 4.
               10 WST-TEN-REAL     PIC 9(08) OCCURS 4.

      *RANKING DE CRECIMIENTO ENTRE EL PRIMER Y EL ULTIMO ANIO
       01 WST-CRECIMIENTO.
       01 WSV-VAR-PORC             PIC S9(05)V99.
       01 WSV-PORC-EDIT            PIC +ZZZZ9.99.

      *MODO A PRECIOS CONSTANTES: CADA MES SE LLEVA A PRECIOS DEL
      *MES BASE CON EL INDICE DE LA CUENTA (O EL GENERAL) VIA RUTINDIC
       01 WSV-MODO-E               PIC X(01) VALUE 'N'.
           88 WSS-MODO-REAL               VALUE 'R' 'r'.
       01 WSV-ANIO-BASE-E          PIC 9(04).
       01 WSV-MES-BASE-E           PIC 9(02).
       01 WSV-MONTO-REAL           PIC 9(08).
       01 WSV-VARIACION-REAL       PIC S9(08).
       01 WSV-VAR-REAL-PORC        PIC S9(05)V99.
       01 WSV-PORC-REAL-EDIT       PIC +ZZZZ9.99.
       01 WSV-CONT-SIN-INDICE      PIC 9(05) VALUE 0.
       01  WSC-RUTINDIC            PIC X(08) VALUE "RUTINDIC".
       COPY REG-INDIC.

       77 WSV-J                    PIC 9(01).
       77 WSV-A                    PIC 9(02).

       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 05000-PEDIR-MODO
           PERFORM 10000-ACUMULAR-ANIOS
           IF WSV-CONT-ANIOS = 0
               DISPLAY 'GASTOSPORMES.dat SIN ANIOS CARGADOS'
               IF WSV-CONT-ANIOS > 1
                   PERFORM 30000-RANKING-CRECIMIENTO
               END-IF
               IF WSS-MODO-REAL AND WSV-CONT-SIN-INDICE > 0
                   DISPLAY 'MONTOS SIN INDICE (QUEDAN NOMINALES): '
                           WSV-CONT-SIN-INDICE
               END-IF
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-J)
           END-IF.

      *NOMINAL O A PRECIOS CONSTANTES DE UN MES BASE, QUE TIENE QUE
      *TENER INDICE GENERAL EN INDICES.DAT
       05000-PEDIR-MODO.
           DISPLAY 'MODO: N NOMINAL / R A PRECIOS CONSTANTES: '
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
                           WSV-ST-TEXTO-INDIC '), SE INFORMA NOMINAL'
                   MOVE 'N' TO WSV-MODO-E
               END-IF
           END-IF.

      *RECORRE GASTOSPORMES.dat SUMANDO LOS MESES 1 A 12 DE CADA
      *ANIO EN EL TOTAL ANUAL DE CADA CUENTA
       10000-ACUMULAR-ANIOS.
                                   UNTIL WSV-J > WSC-CUENTAS
                               MOVE 0 TO WST-TEN-TOTAL(WSV-SUB-ANIO,
                                       WSV-J)
                               MOVE 0 TO WST-TEN-REAL(WSV-SUB-ANIO,
                                       WSV-J)
                           END-PERFORM
                       END-IF
                   END-IF
                               UNTIL WSV-J > WSC-CUENTAS
                           ADD WST-GASTOS(WSV-J)
                               TO WST-TEN-TOTAL(WSV-SUB-ANIO, WSV-J)
                           IF WSS-MODO-REAL
                               PERFORM 11500-SUMAR-REAL
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               END-IF
           END-IF.

      *LLEVA EL GASTO DEL MES DE LA CUENTA WSV-J A PRECIOS DEL MES BASE
       11500-SUMAR-REAL.
           MOVE WST-GASTOS(WSV-J) TO WSV-MONTO-REAL
           IF WST-GASTOS(WSV-J) > 0
               SET WSS-INDIC-COEFICIENTE TO TRUE
               MOVE REG-ANIO TO REG-INDIC-ANIO
               MOVE REG-MES TO REG-INDIC-MES
               MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO-BASE
               MOVE WSV-MES-BASE-E TO REG-INDIC-MES-BASE
               MOVE WST-CUENTA(WSV-J) TO REG-INDIC-CATEGORIA
               CALL WSC-RUTINDIC USING REGISTRO-INDIC
               IF WSS-INDIC-OK
                   COMPUTE WSV-MONTO-REAL ROUNDED =
                           WST-GASTOS(WSV-J) * REG-INDIC-COEF
               ELSE
                   ADD 1 TO WSV-CONT-SIN-INDICE
               END-IF
           END-IF
           ADD WSV-MONTO-REAL TO WST-TEN-REAL(WSV-SUB-ANIO, WSV-J).

       12000-BUSCAR-ANIO.
           MOVE 0 TO WSV-SUB-ANIO
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                               ' VARIACION ' WSV-VAR-EDIT
                               ' (' WSV-PORC-EDIT ' %)'
                   END-IF
                   IF WSS-MODO-REAL
                       PERFORM 21000-INFORMAR-REAL
                   END-IF
               END-PERFORM
           END-PERFORM.

      *RENGLON A PRECIOS DEL MES BASE, DEBAJO DEL NOMINAL, CON LA
      *VARIACION REAL CONTRA EL ANIO ANTERIOR
       21000-INFORMAR-REAL.
           IF WSV-A = 1 OR WST-TEN-REAL(WSV-A - 1, WSV-J) = 0
               MOVE 0 TO WSV-VAR-REAL-PORC
           ELSE
               COMPUTE WSV-VARIACION-REAL =
                       WST-TEN-REAL(WSV-A, WSV-J) -
                       WST-TEN-REAL(WSV-A - 1, WSV-J)
               COMPUTE WSV-VAR-REAL-PORC = WSV-VARIACION-REAL * 100
                       / WST-TEN-REAL(WSV-A - 1, WSV-J)
           END-IF
           MOVE WSV-VAR-REAL-PORC TO WSV-PORC-REAL-EDIT
           DISPLAY '        REAL ' WST-TEN-REAL(WSV-A, WSV-J)
                   ' A PRECIOS DE ' WSV-MES-BASE-E '/' WSV-ANIO-BASE-E
                   ' (' WSV-PORC-REAL-EDIT ' % REAL)'.

      *CALCULA EL CRECIMIENTO DE CADA CUENTA ENTRE EL PRIMER Y EL
      *ULTIMO ANIO, LO ORDENA DE MAYOR A MENOR (BURBUJA) Y LO MUESTRA
       30000-RANKING-CRECIMIENTO.
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               MOVE WSV-J TO WST-CRE-CUENTA(WSV-J)
               IF WSS-MODO-REAL
                   PERFORM VARYING WSV-A FROM 1 BY 1
                           UNTIL WSV-A > WSV-CONT-ANIOS
                       MOVE WST-TEN-REAL(WSV-A, WSV-J)
                           TO WST-TEN-TOTAL(WSV-A, WSV-J)
                   END-PERFORM
               END-IF
               IF WST-TEN-TOTAL(1, WSV-J) = 0
                   MOVE 0 TO WST-CRE-PORC(WSV-J)
               ELSE
           DISPLAY WSV-LINEA
           DISPLAY 'RANKING DE CRECIMIENTO (' WST-TEN-ANIO(1) ' A '
                   WST-TEN-ANIO(WSV-CONT-ANIOS) ')'
           IF WSS-MODO-REAL
               DISPLAY 'EN TERMINOS REALES, A PRECIOS DE '
                       WSV-MES-BASE-E '/' WSV-ANIO-BASE-E
           END-IF
           DISPLAY WSV-LINEA
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               MOVE WST-CRE-PORC(WSV-J) TO WSV-PORC-EDIT
