      * 2026 08 - Se cambia el PERFORM WSC-ANIOS TIMES de
      *   25000-ESCRITURA-PROXIMOS-ANIOS por un PERFORM VARYING, en
      *   linea con el resto de los loops contados del programa.
      * 2026 10 - Se agrega el modo en terminos reales: el aumento se
      *   toma como crecimiento real sobre los gastos del anio ingresado
      *   y cada anio proyectado se vuelve a pesos corrientes con una
      *   inflacion anual supuesta antes de grabarse, mostrando el total
      *   real y el nominal.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   10 WST-GASTOS   PIC 9(5).
                   10 FILLER       PIC X.

      *MODO EN TERMINOS REALES: LA TABLA DE ARRIBA SE TOMA A PRECIOS
      *DEL ANIO INGRESADO Y EL AUMENTO COMO CRECIMIENTO REAL; LO QUE SE
      *GRABA ES ESA PROYECCION REINFLADA CON LA INFLACION SUPUESTA
       01 WST-MESES-NOM.
           03 WST-NOM-DET          OCCURS 13.
               05 WST-NOM-GASTOS-DET OCCURS 5.
                   10 WST-NOM-GASTOS PIC 9(5).
                   10 FILLER       PIC X.

       01 WSV-MODO-E               PIC X(01) VALUE 'N'.
           88 WSS-MODO-REAL               VALUE 'R' 'r'.
       01 WSV-INFLACION-E          PIC 9(03) VALUE 0.
       01 WSV-FACTOR-INFL          PIC 9(03)V9(06) VALUE 1.
       01 WSV-TOTAL-REAL           PIC 9(07).
       01 WSV-TOTAL-NOMINAL        PIC 9(07).

       01 WST-GASTOS-POR-MES.
           05 WSV-ANIO             PIC 9(04).
           05 WSV-MES              PIC 9(02).
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM INGRESAR-ANIO
           PERFORM INGRESAR-MODO
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM 20000-ESCRITURA
           PERFORM 25000-ESCRITURA-PROXIMOS-ANIOS
           DISPLAY "INGRESAR ANIO A GRABAR"
           ACCEPT WSV-ANIO.

      *N: AUMENTO NOMINAL COMO HASTA AHORA; R: AUMENTO REAL MAS UNA
      *INFLACION ANUAL SUPUESTA PARA VOLVER A PESOS CORRIENTES
       INGRESAR-MODO.
           MOVE WSC-MES TO WST-MESES-NOM
           DISPLAY "MODO: N NOMINAL / R EN TERMINOS REALES"
           ACCEPT WSV-MODO-E
           IF WSS-MODO-REAL
               DISPLAY "INFLACION ANUAL SUPUESTA (%)"
               ACCEPT WSV-INFLACION-E
           END-IF.

       10000-ABRIR-ARCHIVO.
           MOVE 0 TO WSV-CONT-ENTRADA
           OPEN OUTPUT ENTRADA
           ELSE 
               MOVE I TO WSV-MES
           END-IF
           IF WSS-MODO-REAL
               MOVE WST-NOM-DET(I) TO WST-GASTOS-A
           ELSE
               MOVE WST-MESES-DET(I)  TO WST-GASTOS-A
           END-IF
           DISPLAY REG-ENTRADA
           WRITE REG-ENTRADA FROM WST-GASTOS-POR-MES.
           IF WSS-FS-ENTRADA-OK
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WSC-ANIOS
               ADD 1 TO WSV-ANIO
               PERFORM ACTUALIZAR-VALORES
               IF WSS-MODO-REAL
                   PERFORM REINFLAR-VALORES
               END-IF
               PERFORM 20000-ESCRITURA
           END-PERFORM.

      *LLEVA LA PROYECCION REAL DEL ANIO A PESOS CORRIENTES CON LA
      *INFLACION ACUMULADA Y MUESTRA AMBOS TOTALES
       REINFLAR-VALORES.
           COMPUTE WSV-FACTOR-INFL ROUNDED = WSV-FACTOR-INFL +
                   WSV-FACTOR-INFL * WSV-INFLACION-E / 100
           MOVE 0 TO WSV-TOTAL-REAL
           MOVE 0 TO WSV-TOTAL-NOMINAL
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > (WSC-MESES - 1)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > (WSC-GASTOS - 1)
                   COMPUTE WST-NOM-GASTOS(I, J) ROUNDED =
                       WST-GASTOS(I, J) * WSV-FACTOR-INFL
                       ON SIZE ERROR
                           MOVE 99999 TO WST-NOM-GASTOS(I, J)
                   END-COMPUTE
                   ADD WST-GASTOS(I, J) TO WSV-TOTAL-REAL
                   ADD WST-NOM-GASTOS(I, J) TO WSV-TOTAL-NOMINAL
               END-PERFORM
           END-PERFORM
           DISPLAY "ANIO " WSV-ANIO " TOTAL REAL " WSV-TOTAL-REAL
                   " TOTAL NOMINAL " WSV-TOTAL-NOMINAL.

       ACTUALIZAR-VALORES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > (WSC-MESES - 1)
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > (WSC-GASTOS - 1)
