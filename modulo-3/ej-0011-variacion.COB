      *cuenta, el presupuesto, el real, la diferencia y la marca
      *EXCEDIDO cuando el real supera el presupuesto en mas del
      *porcentaje de tolerancia que se ingresa al correr.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agrega el modo a precios constantes: debajo de cada
      *   celda se muestran presupuesto, real y diferencia llevados a
      *   precios de un mes base con el indice de la cuenta (o el
      *   general) de INDICES.DAT via RUTINDIC, y al final los totales
      *   por cuenta nominales y constantes.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WSV-MARCA                PIC X(08).
       01 WSV-CONT-EXCEDIDOS       PIC S9(4) COMP VALUE 0.

      *MODO A PRECIOS CONSTANTES: PRESUPUESTO Y REAL DE CADA MES SE
      *LLEVAN A PRECIOS DEL MES BASE CON EL INDICE DE LA CUENTA (O EL
      *GENERAL) VIA RUTINDIC
       01 WSV-MODO-E               PIC X(01) VALUE 'N'.
           88 WSS-MODO-REAL               VALUE 'R' 'r'.
       01 WSV-ANIO-BASE-E          PIC 9(04).
       01 WSV-MES-BASE-E           PIC 9(02).
       01 WSV-PRE-CONST            PIC 9(07).
       01 WSV-REA-CONST            PIC 9(07).
       01 WSV-DIF-CONST            PIC S9(07).
       01 WSV-DIF-CONST-EDIT       PIC +ZZZZZZ9.
       01 WSV-CONT-SIN-INDICE      PIC 9(05) VALUE 0.
       01 WST-TOTALES-CUENTA.
           05 WST-TOT-CUENTA       OCCURS 4.
               10 WST-TOT-PRE-NOM  PIC 9(07).
               10 WST-TOT-REA-NOM  PIC 9(07).
               10 WST-TOT-PRE-CON  PIC 9(07).
               10 WST-TOT-REA-CON  PIC 9(07).
       01  WSC-RUTINDIC            PIC X(08) VALUE "RUTINDIC".
       COPY REG-INDIC.

       77 WSV-I                    PIC 9(02).
       77 WSV-J                    PIC 9(01).

               ACCEPT WSV-ANIO-E
           END-PERFORM
           DISPLAY 'INGRESE EL PORCENTAJE DE TOLERANCIA (0-99): '
           ACCEPT WSV-TOLERANCIA
           PERFORM 11000-PEDIR-MODO.

      *NOMINAL O A PRECIOS CONSTANTES DE UN MES BASE, QUE TIENE QUE
      *TENER INDICE GENERAL EN INDICES.DAT
       11000-PEDIR-MODO.
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

      *CARGA LAS 12 FILAS DEL ANIO PEDIDO DESDE PRESUPUESTO.DAT
       20000-CARGAR-PRESUPUESTO.
           DISPLAY WSV-LINEA
           DISPLAY 'PRESUPUESTO CONTRA REAL, ANIO ' WSV-ANIO-E
                   ' (TOLERANCIA ' WSV-TOLERANCIA ' %)'
           IF WSS-MODO-REAL
               DISPLAY 'CON RENGLON A PRECIOS DE ' WSV-MES-BASE-E '/'
                       WSV-ANIO-BASE-E
           END-IF
           DISPLAY WSV-LINEA
           INITIALIZE WST-TOTALES-CUENTA
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > WSC-MESES
               DISPLAY WST-MES-NOMBRE(WSV-I)
               PERFORM VARYING WSV-J FROM 1 BY 1
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'CELDAS EXCEDIDAS: ' WSV-CONT-EXCEDIDOS
           IF WSS-MODO-REAL
               PERFORM 42000-INFORMAR-TOTALES
           END-IF
           DISPLAY WSV-LINEA.

       41000-INFORMAR-UNA-CELDA.
           DISPLAY '   ' WST-CUENTA(WSV-J)
                   ' PRESUP ' WST-PRE-GASTO(WSV-I, WSV-J)
                   ' REAL ' WST-REA-GASTO(WSV-I, WSV-J)
                   ' DIF ' WSV-DIF-EDIT ' ' WSV-MARCA
           ADD WST-PRE-GASTO(WSV-I, WSV-J) TO WST-TOT-PRE-NOM(WSV-J)
           ADD WST-REA-GASTO(WSV-I, WSV-J) TO WST-TOT-REA-NOM(WSV-J)
           IF WSS-MODO-REAL
               PERFORM 41500-INFORMAR-CONSTANTE
           END-IF.

      *LA MISMA CELDA A PRECIOS DEL MES BASE; SIN INDICE PARA EL MES
      *QUEDA NOMINAL Y SE MARCA
       41500-INFORMAR-CONSTANTE.
           MOVE WST-PRE-GASTO(WSV-I, WSV-J) TO WSV-PRE-CONST
           MOVE WST-REA-GASTO(WSV-I, WSV-J) TO WSV-REA-CONST
           MOVE SPACES TO WSV-MARCA
           IF WSV-PRE-CONST > 0 OR WSV-REA-CONST > 0
               SET WSS-INDIC-COEFICIENTE TO TRUE
               MOVE WSV-ANIO-E TO REG-INDIC-ANIO
               MOVE WSV-I TO REG-INDIC-MES
               MOVE WSV-ANIO-BASE-E TO REG-INDIC-ANIO-BASE
               MOVE WSV-MES-BASE-E TO REG-INDIC-MES-BASE
               MOVE WST-CUENTA(WSV-J) TO REG-INDIC-CATEGORIA
               CALL WSC-RUTINDIC USING REGISTRO-INDIC
               IF WSS-INDIC-OK
                   COMPUTE WSV-PRE-CONST ROUNDED =
                       WST-PRE-GASTO(WSV-I, WSV-J) * REG-INDIC-COEF
                   COMPUTE WSV-REA-CONST ROUNDED =
                       WST-REA-GASTO(WSV-I, WSV-J) * REG-INDIC-COEF
               ELSE
                   MOVE 'SIN IND.' TO WSV-MARCA
                   ADD 1 TO WSV-CONT-SIN-INDICE
               END-IF
           END-IF
           COMPUTE WSV-DIF-CONST = WSV-REA-CONST - WSV-PRE-CONST
           MOVE WSV-DIF-CONST TO WSV-DIF-CONST-EDIT
           ADD WSV-PRE-CONST TO WST-TOT-PRE-CON(WSV-J)
           ADD WSV-REA-CONST TO WST-TOT-REA-CON(WSV-J)
           DISPLAY '     CONST. PRESUP ' WSV-PRE-CONST
                   ' REAL ' WSV-REA-CONST
                   ' DIF ' WSV-DIF-CONST-EDIT ' ' WSV-MARCA.

      *TOTALES DEL ANIO POR CUENTA, NOMINALES Y A PRECIOS CONSTANTES
       42000-INFORMAR-TOTALES.
           DISPLAY WSV-LINEA
           DISPLAY 'TOTALES DEL ANIO: NOMINAL / A PRECIOS DE '
                   WSV-MES-BASE-E '/' WSV-ANIO-BASE-E
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               COMPUTE WSV-DIFERENCIA = WST-TOT-REA-NOM(WSV-J) -
                       WST-TOT-PRE-NOM(WSV-J)
               MOVE WSV-DIFERENCIA TO WSV-DIF-EDIT
               COMPUTE WSV-DIF-CONST = WST-TOT-REA-CON(WSV-J) -
                       WST-TOT-PRE-CON(WSV-J)
               MOVE WSV-DIF-CONST TO WSV-DIF-CONST-EDIT
               DISPLAY '   ' WST-CUENTA(WSV-J)
                       ' DIF NOMINAL ' WSV-DIF-EDIT
                       ' DIF CONSTANTE ' WSV-DIF-CONST-EDIT
           END-PERFORM
           IF WSV-CONT-SIN-INDICE > 0
               DISPLAY 'CELDAS SIN INDICE (QUEDAN NOMINALES): '
                       WSV-CONT-SIN-INDICE
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
