      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Informe de consumos de la casa: para el anio que
      *se ingrese cruza CUENTAS001.DAT (montos) con CONSUMOS001.DAT
      *(cantidades, EJE011D0 / EJE011D8) y muestra por cuenta y por
      *mes la cantidad con su unidad (CUENTAS-UNIDADES.DAT), el
      *monto y el precio unitario implicito. Contra el mismo mes del
      *anio anterior abre la variacion del monto en efecto consumo
      *(diferencia de cantidad al precio del anio anterior) y efecto
      *precio (diferencia de precio sobre la cantidad de este anio),
      *para saber si la factura subio porque se consumio mas o
      *porque subio la tarifa. Los meses sin cantidad en alguno de
      *los dos anios muestran la variacion sin abrir.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE011DC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACTUALES         ASSIGN TO DISK './CUENTAS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ACTUALES.

       SELECT OPTIONAL CONSUMOS
                               ASSIGN TO DISK './CONSUMOS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONSUMOS.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL UNIDADES-TABLA
                               ASSIGN TO DISK './CUENTAS-UNIDADES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-UNIDADES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ACTUALES.
       01 REG-ACTUAL.
           05 REG-ACT-ANIO         PIC 9(04).
           05 REG-ACT-LINEA        PIC X(30).

       FD CONSUMOS.
       01 REG-CONSUMO.
           05 REG-CON-ANIO         PIC 9(04).
           05 REG-CON-LINEA        PIC X(30).

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).

       FD UNIDADES-TABLA.
       01 REG-UNIDAD.
           05 REG-UNI-CUENTA       PIC X(08).
           05 REG-UNI-UNIDAD       PIC X(05).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ACTUALES          PIC X(02).
           88 WSS-FS-ACTUALES-OK       VALUE '00'.
           88 WSS-FS-ACTUALES-EOF      VALUE '10'.

       01 WSS-FS-CONSUMOS          PIC X(02).
           88 WSS-FS-CONSUMOS-OK       VALUE '00' '05'.
           88 WSS-FS-CONSUMOS-EOF      VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-UNIDADES          PIC X(02).
           88 WSS-FS-UNIDADES-OK       VALUE '00' '05'.
           88 WSS-FS-UNIDADES-EOF      VALUE '10'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       01  WST-UNIDADES.
           05 WST-UNIDAD           PIC X(5) OCCURS 4 VALUE SPACES.

       COPY REG-MESES.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.
       77  WSC-MESES               PIC 9(02) VALUE 12.

      *LAS 12 FILAS DE MONTOS Y DE CANTIDADES DEL ANIO PEDIDO (1) Y
      *DEL ANIO ANTERIOR (2)
       01 WST-MONTOS.
           05 WST-MON-ANIO         OCCURS 2.
               10 WST-MON-FILA     OCCURS 12.
                   15 WST-MON-DET  OCCURS 5.
                       20 WST-MON-MONTO    PIC 9(5).
                       20 FILLER           PIC X.
       01 WST-CANTIDADES.
           05 WST-CAN-ANIO         OCCURS 2.
               10 WST-CAN-FILA     OCCURS 12.
                   15 WST-CAN-DET  OCCURS 5.
                       20 WST-CAN-CANTIDAD PIC 9(5).
                       20 FILLER           PIC X.

       01 WSV-ANIO-E               PIC 9(04).
       01 WSV-ANIO-ANTERIOR        PIC 9(04).
       01 WSV-FILA-LEIDA-1         PIC 9(02).
       01 WSV-FILA-LEIDA-2         PIC 9(02).
       01 WSV-HAY-REAL             PIC X(01) VALUE 'N'.
           88 WSS-HAY-REAL                 VALUE 'S'.
       01 WSV-HAY-CONSUMOS         PIC X(01) VALUE 'N'.
           88 WSS-HAY-CONSUMOS             VALUE 'S'.

      *CALCULO DE UNA CELDA
       01 WSV-PRECIO-ACT           PIC 9(05)V9(04).
       01 WSV-PRECIO-ANT           PIC 9(05)V9(04).
       01 WSV-VARIACION            PIC S9(06).
       01 WSV-EFECTO-CONSUMO       PIC S9(07).
       01 WSV-EFECTO-PRECIO        PIC S9(07).

      *TOTALES DEL ANIO POR CUENTA
       01 WSV-TOT-CANT-ACT         PIC 9(07).
       01 WSV-TOT-CANT-ANT         PIC 9(07).
       01 WSV-TOT-MONTO-ACT        PIC 9(07).
       01 WSV-TOT-MONTO-ANT        PIC 9(07).
       01 WSV-TOT-EFE-CONSUMO      PIC S9(08).
       01 WSV-TOT-EFE-PRECIO       PIC S9(08).
       01 WSV-TOT-SIN-ABRIR        PIC S9(08).

       01 WSV-PRECIO-EDIT          PIC ZZZZ9.99.
       01 WSV-PRECIO-ANT-EDIT      PIC ZZZZ9.99.
       01 WSV-VAR-EDIT             PIC +ZZZZZZ9.
       01 WSV-CONSUMO-EDIT         PIC +ZZZZZZ9.
       01 WSV-PRECIO-EFE-EDIT      PIC +ZZZZZZ9.

       77 WSV-I                    PIC 9(02).
       77 WSV-J                    PIC 9(01).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-UNIDADES
           PERFORM 10000-PEDIR-PARAMETROS
           PERFORM 20000-CARGAR-ACTUALES
           PERFORM 30000-CARGAR-CONSUMOS
           IF NOT WSS-HAY-REAL
               DISPLAY 'NO HAY GASTOS CARGADOS PARA EL ANIO '
                       WSV-ANIO-E
           ELSE
               IF NOT WSS-HAY-CONSUMOS
                   DISPLAY 'NO HAY CANTIDADES CARGADAS PARA EL ANIO '
                           WSV-ANIO-E ' (CONSUMOS001.DAT)'
               ELSE
                   PERFORM 40000-INFORMAR-CONSUMOS
               END-IF
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               MOVE 0 TO WSV-I
               PERFORM LEER-Y-CARGAR-CUENTA UNTIL WSS-FS-CUENTAS-EOF
                                          OR WSV-I >= WSC-CUENTAS
               CLOSE CUENTAS-TABLA
           END-IF.

       LEER-Y-CARGAR-CUENTA.
           READ CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO WSV-I
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-I)
           END-IF.

      *CARGA LA UNIDAD DE MEDIDA DE CADA CUENTA DESDE
      *CUENTAS-UNIDADES.DAT; UNA CUENTA SIN UNIDAD QUEDA EN BLANCO
       CARGAR-UNIDADES.
           OPEN INPUT UNIDADES-TABLA
           IF WSS-FS-UNIDADES = '00'
               PERFORM LEER-Y-CARGAR-UNIDAD UNTIL WSS-FS-UNIDADES-EOF
           END-IF
           CLOSE UNIDADES-TABLA.

       LEER-Y-CARGAR-UNIDAD.
           READ UNIDADES-TABLA
           IF WSS-FS-UNIDADES-OK
               PERFORM VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSC-CUENTAS
                   IF WST-CUENTA(WSV-I) = REG-UNI-CUENTA
                       MOVE REG-UNI-UNIDAD TO WST-UNIDAD(WSV-I)
                   END-IF
               END-PERFORM
           END-IF.

      *PIDE EL ANIO A INFORMAR; SE COMPARA CONTRA EL ANTERIOR
       10000-PEDIR-PARAMETROS.
           MOVE 0 TO WSV-ANIO-E
           PERFORM UNTIL WSV-ANIO-E >= 2000 AND WSV-ANIO-E <= 2099
               DISPLAY 'INGRESE EL ANIO A INFORMAR (AAAA): '
               ACCEPT WSV-ANIO-E
           END-PERFORM
           COMPUTE WSV-ANIO-ANTERIOR = WSV-ANIO-E - 1
           INITIALIZE WST-MONTOS
           INITIALIZE WST-CANTIDADES.

      *CARGA LAS 12 FILAS DE MESES DEL ANIO PEDIDO Y DEL ANTERIOR
      *DESDE CUENTAS001.DAT (LA FILA 13 DE TOTALES SE DESCARTA)
       20000-CARGAR-ACTUALES.
           OPEN INPUT ACTUALES
           IF NOT WSS-FS-ACTUALES-OK
               DISPLAY 'NO SE PUDO ABRIR CUENTAS001.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTUALES
           ELSE
               MOVE 0 TO WSV-FILA-LEIDA-1
               MOVE 0 TO WSV-FILA-LEIDA-2
               PERFORM 21000-LEER-FILA-ACTUAL
                   UNTIL WSS-FS-ACTUALES-EOF
               CLOSE ACTUALES
           END-IF.

       21000-LEER-FILA-ACTUAL.
           READ ACTUALES
           IF WSS-FS-ACTUALES-OK
               IF REG-ACT-ANIO = WSV-ANIO-E
                   SET WSS-HAY-REAL TO TRUE
                   ADD 1 TO WSV-FILA-LEIDA-1
                   IF WSV-FILA-LEIDA-1 <= 12
                       MOVE REG-ACT-LINEA
                           TO WST-MON-FILA(1, WSV-FILA-LEIDA-1)
                   END-IF
               END-IF
               IF REG-ACT-ANIO = WSV-ANIO-ANTERIOR
                   ADD 1 TO WSV-FILA-LEIDA-2
                   IF WSV-FILA-LEIDA-2 <= 12
                       MOVE REG-ACT-LINEA
                           TO WST-MON-FILA(2, WSV-FILA-LEIDA-2)
                   END-IF
               END-IF
           END-IF.

      *LO MISMO PARA LAS CANTIDADES DE CONSUMOS001.DAT
       30000-CARGAR-CONSUMOS.
           OPEN INPUT CONSUMOS
           IF WSS-FS-CONSUMOS = '00'
               MOVE 0 TO WSV-FILA-LEIDA-1
               MOVE 0 TO WSV-FILA-LEIDA-2
               PERFORM 31000-LEER-FILA-CONSUMO
                   UNTIL WSS-FS-CONSUMOS-EOF
           END-IF
           CLOSE CONSUMOS.

       31000-LEER-FILA-CONSUMO.
           READ CONSUMOS
           IF WSS-FS-CONSUMOS-OK
               IF REG-CON-ANIO = WSV-ANIO-E
                   SET WSS-HAY-CONSUMOS TO TRUE
                   ADD 1 TO WSV-FILA-LEIDA-1
                   IF WSV-FILA-LEIDA-1 <= 12
                       MOVE REG-CON-LINEA
                           TO WST-CAN-FILA(1, WSV-FILA-LEIDA-1)
                   END-IF
               END-IF
               IF REG-CON-ANIO = WSV-ANIO-ANTERIOR
                   ADD 1 TO WSV-FILA-LEIDA-2
                   IF WSV-FILA-LEIDA-2 <= 12
                       MOVE REG-CON-LINEA
                           TO WST-CAN-FILA(2, WSV-FILA-LEIDA-2)
                   END-IF
               END-IF
           END-IF.

      *RECORRE CUENTA POR CUENTA LOS MESES CON DATOS Y CIERRA CADA
      *CUENTA CON LOS TOTALES DEL ANIO
       40000-INFORMAR-CONSUMOS.
           DISPLAY WSV-LINEA
           DISPLAY 'CONSUMOS Y PRECIO UNITARIO, ANIO ' WSV-ANIO-E
                   ' CONTRA ' WSV-ANIO-ANTERIOR
           DISPLAY WSV-LINEA
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               DISPLAY WST-CUENTA(WSV-J) ' (' WST-UNIDAD(WSV-J) ')'
               MOVE 0 TO WSV-TOT-CANT-ACT
               MOVE 0 TO WSV-TOT-CANT-ANT
               MOVE 0 TO WSV-TOT-MONTO-ACT
               MOVE 0 TO WSV-TOT-MONTO-ANT
               MOVE 0 TO WSV-TOT-EFE-CONSUMO
               MOVE 0 TO WSV-TOT-EFE-PRECIO
               MOVE 0 TO WSV-TOT-SIN-ABRIR
               PERFORM VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSC-MESES
                   IF WST-MON-MONTO(1, WSV-I, WSV-J) > 0
                           OR WST-MON-MONTO(2, WSV-I, WSV-J) > 0
                           OR WST-CAN-CANTIDAD(1, WSV-I, WSV-J) > 0
                           OR WST-CAN-CANTIDAD(2, WSV-I, WSV-J) > 0
                       PERFORM 41000-INFORMAR-UNA-CELDA
                   END-IF
               END-PERFORM
               PERFORM 42000-INFORMAR-TOTAL-CUENTA
           END-PERFORM
           DISPLAY WSV-LINEA.

      *PRECIO UNITARIO = MONTO / CANTIDAD; LA VARIACION CONTRA EL
      *ANIO ANTERIOR SE ABRE EN EFECTO CONSUMO = (CANT - CANT ANT) *
      *PRECIO ANT Y EFECTO PRECIO = EL RESTO DE LA VARIACION (IGUAL A
      *(PRECIO - PRECIO ANT) * CANT), ASI LOS DOS SUMAN LA VARIACION
       41000-INFORMAR-UNA-CELDA.
           MOVE 0 TO WSV-PRECIO-ACT
           MOVE 0 TO WSV-PRECIO-ANT
           IF WST-CAN-CANTIDAD(1, WSV-I, WSV-J) > 0
               COMPUTE WSV-PRECIO-ACT ROUNDED =
                       WST-MON-MONTO(1, WSV-I, WSV-J) /
                       WST-CAN-CANTIDAD(1, WSV-I, WSV-J)
           END-IF
           IF WST-CAN-CANTIDAD(2, WSV-I, WSV-J) > 0
               COMPUTE WSV-PRECIO-ANT ROUNDED =
                       WST-MON-MONTO(2, WSV-I, WSV-J) /
                       WST-CAN-CANTIDAD(2, WSV-I, WSV-J)
           END-IF
           COMPUTE WSV-VARIACION = WST-MON-MONTO(1, WSV-I, WSV-J) -
                   WST-MON-MONTO(2, WSV-I, WSV-J)
           ADD WST-CAN-CANTIDAD(1, WSV-I, WSV-J) TO WSV-TOT-CANT-ACT
           ADD WST-CAN-CANTIDAD(2, WSV-I, WSV-J) TO WSV-TOT-CANT-ANT
           ADD WST-MON-MONTO(1, WSV-I, WSV-J) TO WSV-TOT-MONTO-ACT
           ADD WST-MON-MONTO(2, WSV-I, WSV-J) TO WSV-TOT-MONTO-ANT
           MOVE WSV-PRECIO-ACT TO WSV-PRECIO-EDIT
           MOVE WSV-PRECIO-ANT TO WSV-PRECIO-ANT-EDIT
           MOVE WSV-VARIACION TO WSV-VAR-EDIT
           DISPLAY '   ' WST-MES-NOMBRE(WSV-I)
                   ' CANT ' WST-CAN-CANTIDAD(1, WSV-I, WSV-J)
                   ' MONTO ' WST-MON-MONTO(1, WSV-I, WSV-J)
                   ' P.UNIT ' WSV-PRECIO-EDIT
                   ' | ANT ' WST-CAN-CANTIDAD(2, WSV-I, WSV-J)
                   ' ' WST-MON-MONTO(2, WSV-I, WSV-J)
                   ' ' WSV-PRECIO-ANT-EDIT
           IF WST-CAN-CANTIDAD(1, WSV-I, WSV-J) > 0
                   AND WST-CAN-CANTIDAD(2, WSV-I, WSV-J) > 0
               COMPUTE WSV-EFECTO-CONSUMO ROUNDED =
                       (WST-CAN-CANTIDAD(1, WSV-I, WSV-J) -
                        WST-CAN-CANTIDAD(2, WSV-I, WSV-J)) *
                       WSV-PRECIO-ANT
               COMPUTE WSV-EFECTO-PRECIO =
                       WSV-VARIACION - WSV-EFECTO-CONSUMO
               ADD WSV-EFECTO-CONSUMO TO WSV-TOT-EFE-CONSUMO
               ADD WSV-EFECTO-PRECIO TO WSV-TOT-EFE-PRECIO
               MOVE WSV-EFECTO-CONSUMO TO WSV-CONSUMO-EDIT
               MOVE WSV-EFECTO-PRECIO TO WSV-PRECIO-EFE-EDIT
               DISPLAY '              VARIACION ' WSV-VAR-EDIT
                       ' EFECTO CONSUMO ' WSV-CONSUMO-EDIT
                       ' EFECTO PRECIO ' WSV-PRECIO-EFE-EDIT
           ELSE
               ADD WSV-VARIACION TO WSV-TOT-SIN-ABRIR
               DISPLAY '              VARIACION ' WSV-VAR-EDIT
                       ' SIN CANTIDAD PARA ABRIRLA'
           END-IF.

      *TOTALES DEL ANIO DE LA CUENTA CON EL PRECIO UNITARIO PROMEDIO
      *Y LA SUMA DE LOS EFECTOS DE LOS MESES QUE SE PUDIERON ABRIR
       42000-INFORMAR-TOTAL-CUENTA.
           MOVE 0 TO WSV-PRECIO-ACT
           MOVE 0 TO WSV-PRECIO-ANT
           IF WSV-TOT-CANT-ACT > 0
               COMPUTE WSV-PRECIO-ACT ROUNDED =
                       WSV-TOT-MONTO-ACT / WSV-TOT-CANT-ACT
           END-IF
           IF WSV-TOT-CANT-ANT > 0
               COMPUTE WSV-PRECIO-ANT ROUNDED =
                       WSV-TOT-MONTO-ANT / WSV-TOT-CANT-ANT
           END-IF
           MOVE WSV-PRECIO-ACT TO WSV-PRECIO-EDIT
           MOVE WSV-PRECIO-ANT TO WSV-PRECIO-ANT-EDIT
           DISPLAY '   TOTAL ANIO CANT ' WSV-TOT-CANT-ACT
                   ' MONTO ' WSV-TOT-MONTO-ACT
                   ' P.UNIT ' WSV-PRECIO-EDIT
                   ' | ANT ' WSV-TOT-CANT-ANT ' ' WSV-TOT-MONTO-ANT
                   ' ' WSV-PRECIO-ANT-EDIT
           MOVE WSV-TOT-EFE-CONSUMO TO WSV-CONSUMO-EDIT
           MOVE WSV-TOT-EFE-PRECIO TO WSV-PRECIO-EFE-EDIT
           MOVE WSV-TOT-SIN-ABRIR TO WSV-VAR-EDIT
           DISPLAY '              EFECTO CONSUMO ' WSV-CONSUMO-EDIT
                   ' EFECTO PRECIO ' WSV-PRECIO-EFE-EDIT
                   ' SIN ABRIR ' WSV-VAR-EDIT.

       FIN-DEL-PROGRAMA.
           STOP RUN.
