      *   grabados (se cargan primero en memoria) y solo se
      *   reemplaza o agrega el anio pedido, en vez de pisar el
      *   archivo completo en cada corrida.
      * 2026 10 - Cada mes lleva ademas del monto la cantidad consumida
      *   de cada cuenta, con la unidad de CUENTAS-UNIDADES.DAT a la
      *   vista; las cantidades se graban en CONSUMOS001.DAT con el
      *   mismo formato anio + fila de CUENTAS001.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL CONSUMOS
                               ASSIGN TO DISK './CONSUMOS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONSUMOS.

       SELECT OPTIONAL UNIDADES-TABLA
                               ASSIGN TO DISK './CUENTAS-UNIDADES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-UNIDADES.

      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE    PIC X(8).

      *CANTIDADES CONSUMIDAS, MISMO FORMATO ANIO + FILA QUE
      *CUENTAS001.DAT (LA QUINTA COLUMNA NO SE USA: LAS CUENTAS SE
      *MIDEN EN UNIDADES DISTINTAS)
       FD CONSUMOS.
       01 REG-CONSUMO.
           05 REG-CON-ANIO     PIC 9(04).
           05 REG-CON-LINEA    PIC X(30).

      *UNIDAD DE MEDIDA DE CADA CUENTA (KWH, M3, MIN...)
       FD UNIDADES-TABLA.
       01 REG-UNIDAD.
           05 REG-UNI-CUENTA   PIC X(08).
           05 REG-UNI-UNIDAD   PIC X(05).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-SALIDA            PIC X(02).
           88 WSS-FS-CUENTAS-OK    VALUE '00'.
           88 WSS-FS-CUENTAS-EOF   VALUE '10'.

       01 WSS-FS-CONSUMOS          PIC X(02).
           88 WSS-FS-CONSUMOS-OK   VALUE '00' '05'.
           88 WSS-FS-CONSUMOS-EOF  VALUE '10'.

       01 WSS-FS-UNIDADES          PIC X(02).
           88 WSS-FS-UNIDADES-OK   VALUE '00' '05'.
           88 WSS-FS-UNIDADES-EOF  VALUE '10'.

       01 WSV-CONT-SALIDA          PIC S9(4) COMP.

       01  WSV-CUENTAS.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       01  WST-UNIDADES.
           05 WST-UNIDAD           PIC X(5) OCCURS 4 VALUE SPACES.

       COPY REG-MESES.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.
               10 WST-AN-ANIO      PIC 9(04).
               10 WST-AN-FILA      PIC X(30) OCCURS 13.

      *ANIOS YA GRABADOS EN CONSUMOS001.DAT
       01 WSV-CONT-ANIOS-CON       PIC 9(02) VALUE 0.
       01 WST-ANIOS-CONSUMO.
           05 WST-CON-ANIO-DET     OCCURS 10.
               10 WST-CO-ANIO      PIC 9(04).
               10 WST-CO-FILA      PIC X(30) OCCURS 13.
       01 WSV-SUB-ANIO-CON         PIC 9(02).
       01 WSV-SUB-ANIO-CON-CARGA   PIC 9(02).
       01 WSV-CONT-SALIDA-CON      PIC S9(4) COMP.

       01 WSV-ANIO-E               PIC 9(04).
       01 WSV-ANIO-BUSCADO         PIC 9(04).
       01 WSV-SUB-ANIO             PIC 9(02).
       01 WSV-GASTO-2              PIC 9(05).
       01 WSV-GASTO-3              PIC 9(05).
       01 WSV-GASTO-4              PIC 9(05).
       01 WSV-CANT-1               PIC 9(05).
       01 WSV-CANT-2               PIC 9(05).
       01 WSV-CANT-3               PIC 9(05).
       01 WSV-CANT-4               PIC 9(05).
       01 WSV-UNIDAD-ROTULO-1      PIC X(05).
       01 WSV-UNIDAD-ROTULO-2      PIC X(05).
       01 WSV-UNIDAD-ROTULO-3      PIC X(05).
       01 WSV-UNIDAD-ROTULO-4      PIC X(05).
       01 WSV-MSG-PANTALLA         PIC X(40).
       01 WSV-CONFIRMA-E           PIC X(01).
           88 WSS-PANT-CONFIRMADA          VALUE 'C' 'c'.
           05 LINE 3 COL 28 PIC 9(04) USING WSV-ANIO-E.
           05 LINE 5 COL 5 PIC X(40) FROM WSV-MSG-PANTALLA.

      *PANTALLA DE GASTOS DE UN MES: LAS CUATRO CUENTAS A LA VISTA
      *CON SU MONTO Y SU CANTIDAD CONSUMIDA, EL MENSAJE AL PIE Y LA
      *CONFIRMACION ANTES DE TOMAR LA FILA
       01 PANTALLA-MES.
           05 BLANK SCREEN.
           05 LINE 1 COL 20 VALUE 'GASTOS DEL MES DE'.
           05 LINE 1 COL 38 PIC X(12) FROM WSV-MES-PANTALLA.
           05 LINE 2 COL 15 VALUE 'MONTO'.
           05 LINE 2 COL 23 VALUE 'CANTIDAD'.
           05 LINE 3 COL 5 PIC X(08) FROM WSV-CUENTA-ROTULO-1.
           05 LINE 3 COL 15 PIC 9(05) USING WSV-GASTO-1.
           05 LINE 3 COL 23 PIC 9(05) USING WSV-CANT-1.
           05 LINE 3 COL 30 PIC X(05) FROM WSV-UNIDAD-ROTULO-1.
           05 LINE 4 COL 5 PIC X(08) FROM WSV-CUENTA-ROTULO-2.
           05 LINE 4 COL 15 PIC 9(05) USING WSV-GASTO-2.
           05 LINE 4 COL 23 PIC 9(05) USING WSV-CANT-2.
           05 LINE 4 COL 30 PIC X(05) FROM WSV-UNIDAD-ROTULO-2.
           05 LINE 5 COL 5 PIC X(08) FROM WSV-CUENTA-ROTULO-3.
           05 LINE 5 COL 15 PIC 9(05) USING WSV-GASTO-3.
           05 LINE 5 COL 23 PIC 9(05) USING WSV-CANT-3.
           05 LINE 5 COL 30 PIC X(05) FROM WSV-UNIDAD-ROTULO-3.
           05 LINE 6 COL 5 PIC X(08) FROM WSV-CUENTA-ROTULO-4.
           05 LINE 6 COL 15 PIC 9(05) USING WSV-GASTO-4.
           05 LINE 6 COL 23 PIC 9(05) USING WSV-CANT-4.
           05 LINE 6 COL 30 PIC X(05) FROM WSV-UNIDAD-ROTULO-4.
           05 LINE 8 COL 5 VALUE 'CONFIRMA (C) / CANCELA (X):'.
           05 LINE 8 COL 33 PIC X(01) USING WSV-CONFIRMA-E.
           05 LINE 10 COL 5 PIC X(40) FROM WSV-MSG-PANTALLA.
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-UNIDADES
           PERFORM 05000-CARGAR-ANIOS-EXISTENTES
           PERFORM 05500-CARGAR-CONSUMOS-EXISTENTES
           PERFORM 06000-PEDIR-ANIO
           PERFORM 06500-UBICAR-ANIO-CONSUMO
           PERFORM 20000-CARGAR-MESES
           PERFORM 25000-ARMAR-FILA-TOTALES
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM 27000-GRABAR-TODOS-LOS-ANIOS
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM 28000-GRABAR-CONSUMOS
           PERFORM FIN-DEL-PROGRAMA.

      *LEE EL CUENTAS001.DAT EXISTENTE (SI LO HAY) Y CARGA TODOS SUS
               END-IF
           END-PERFORM.

      *LEE EL CONSUMOS001.DAT EXISTENTE (SI LO HAY) CON EL MISMO
      *CRITERIO QUE CUENTAS001.DAT
       05500-CARGAR-CONSUMOS-EXISTENTES.
           OPEN INPUT CONSUMOS
           IF WSS-FS-CONSUMOS = '00'
               PERFORM 05600-LEER-Y-CARGAR-CONSUMO
                   UNTIL WSS-FS-CONSUMOS-EOF
           END-IF
           CLOSE CONSUMOS.

       05600-LEER-Y-CARGAR-CONSUMO.
           READ CONSUMOS
           IF WSS-FS-CONSUMOS-OK
               MOVE REG-CON-ANIO TO WSV-ANIO-BUSCADO
               PERFORM 05700-BUSCAR-ANIO-CONSUMO
               IF WSV-SUB-ANIO-CON = 0
                   IF WSV-CONT-ANIOS-CON >= WSC-MAX-ANIOS
                       DISPLAY 'TABLA DE ANIOS DE CONSUMO LLENA, SE '
                               'IGNORA EL RESTO DEL ARCHIVO'
                       MOVE HIGH-VALUE TO WSS-FS-CONSUMOS
                   ELSE
                       ADD 1 TO WSV-CONT-ANIOS-CON
                       MOVE WSV-CONT-ANIOS-CON TO WSV-SUB-ANIO-CON
                       MOVE WSV-ANIO-BUSCADO
                           TO WST-CO-ANIO(WSV-SUB-ANIO-CON)
                       MOVE 0 TO WSV-FILA-LEIDA
                   END-IF
               END-IF
               IF WSV-SUB-ANIO-CON NOT= 0
                   ADD 1 TO WSV-FILA-LEIDA
                   IF WSV-FILA-LEIDA <= 13
                       MOVE REG-CON-LINEA TO
                           WST-CO-FILA(WSV-SUB-ANIO-CON, WSV-FILA-LEIDA)
                   END-IF
               END-IF
           END-IF.

      *BUSCA EL ANIO EN LA TABLA DE CONSUMOS (0 = NO ESTA)
       05700-BUSCAR-ANIO-CONSUMO.
           MOVE 0 TO WSV-SUB-ANIO-CON
           PERFORM VARYING WSV-SUB-FILA FROM 1 BY 1
                   UNTIL WSV-SUB-FILA > WSV-CONT-ANIOS-CON
                       OR WSV-SUB-ANIO-CON NOT= 0
               IF WST-CO-ANIO(WSV-SUB-FILA) = WSV-ANIO-BUSCADO
                   MOVE WSV-SUB-FILA TO WSV-SUB-ANIO-CON
               END-IF
           END-PERFORM.

      *PIDE EL ANIO A CARGAR Y UBICA (O AGREGA) SU LUGAR EN LA TABLA
       06000-PEDIR-ANIO.
           MOVE 0 TO WSV-ANIO-E
                   TO WST-AN-ANIO(WSV-SUB-ANIO-CARGA)
           END-IF.

      *UBICA (O AGREGA) EL ANIO ELEGIDO EN LA TABLA DE CONSUMOS
       06500-UBICAR-ANIO-CONSUMO.
           MOVE WSV-ANIO-E TO WSV-ANIO-BUSCADO
           PERFORM 05700-BUSCAR-ANIO-CONSUMO
           IF WSV-SUB-ANIO-CON NOT= 0
               MOVE WSV-SUB-ANIO-CON TO WSV-SUB-ANIO-CON-CARGA
           ELSE
               IF WSV-CONT-ANIOS-CON >= WSC-MAX-ANIOS
                   DISPLAY 'TABLA DE ANIOS DE CONSUMO LLENA, NO SE '
                           'PUEDE AGREGAR OTRO ANIO'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-ANIOS-CON
               MOVE WSV-CONT-ANIOS-CON TO WSV-SUB-ANIO-CON-CARGA
               MOVE WSV-ANIO-E
                   TO WST-CO-ANIO(WSV-SUB-ANIO-CON-CARGA)
           END-IF.

      *CARGA LA LISTA DE CUENTAS DESDE CUENTAS-NOMBRES.DAT; SI EL
      *ARCHIVO NO EXISTE SE CONSERVAN LOS NOMBRES POR DEFECTO DE
      *WSV-CUENTAS
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

      *LEE UNA UNIDAD Y LA ASIGNA A LA CUENTA DEL MISMO NOMBRE
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

       10000-ABRIR-ARCHIVO.
           MOVE 0 TO WSV-CONT-SALIDA
           OPEN OUTPUT SALIDA
               PERFORM 21000-CARGAR-FILA
               MOVE WST-FILA
                   TO WST-AN-FILA(WSV-SUB-ANIO-CARGA, WSV-I)
               PERFORM 22000-ARMAR-FILA-CONSUMO
               MOVE WST-FILA
                   TO WST-CO-FILA(WSV-SUB-ANIO-CON-CARGA, WSV-I)
           END-PERFORM.

      *PIDE EN UNA PANTALLA LOS GASTOS DE LAS CUATRO CUENTAS DEL MES
           MOVE WST-CUENTA(2) TO WSV-CUENTA-ROTULO-2
           MOVE WST-CUENTA(3) TO WSV-CUENTA-ROTULO-3
           MOVE WST-CUENTA(4) TO WSV-CUENTA-ROTULO-4
           MOVE WST-UNIDAD(1) TO WSV-UNIDAD-ROTULO-1
           MOVE WST-UNIDAD(2) TO WSV-UNIDAD-ROTULO-2
           MOVE WST-UNIDAD(3) TO WSV-UNIDAD-ROTULO-3
           MOVE WST-UNIDAD(4) TO WSV-UNIDAD-ROTULO-4
           MOVE 0 TO WSV-GASTO-1
           MOVE 0 TO WSV-GASTO-2
           MOVE 0 TO WSV-GASTO-3
           MOVE 0 TO WSV-GASTO-4
           MOVE 0 TO WSV-CANT-1
           MOVE 0 TO WSV-CANT-2
           MOVE 0 TO WSV-CANT-3
           MOVE 0 TO WSV-CANT-4
           MOVE SPACES TO WSV-CONFIRMA-E
           MOVE SPACES TO WSV-MSG-PANTALLA
           MOVE 'N' TO WSV-PANTALLA-LISTA
           MOVE WSV-GASTO-4 TO WST-FILA-GASTO(4)
           MOVE 0 TO WST-FILA-GASTO(5).

      *ARMA LA FILA DE CANTIDADES DEL MES CON LO CONFIRMADO EN LA
      *PANTALLA (LA QUINTA COLUMNA QUEDA EN 0)
       22000-ARMAR-FILA-CONSUMO.
           MOVE WSV-CANT-1 TO WST-FILA-GASTO(1)
           MOVE WSV-CANT-2 TO WST-FILA-GASTO(2)
           MOVE WSV-CANT-3 TO WST-FILA-GASTO(3)
           MOVE WSV-CANT-4 TO WST-FILA-GASTO(4)
           MOVE 0 TO WST-FILA-GASTO(5).

      *UNA VUELTA DE LA PANTALLA DEL MES: CANCELAR VUELVE A DEJAR
      *LOS GASTOS Y LAS CANTIDADES EN CERO PARA CARGAR EL MES DE NUEVO
       21100-PRESENTAR-PANTALLA-MES.
           DISPLAY PANTALLA-MES
           ACCEPT PANTALLA-MES
                   MOVE 0 TO WSV-GASTO-2
                   MOVE 0 TO WSV-GASTO-3
                   MOVE 0 TO WSV-GASTO-4
                   MOVE 0 TO WSV-CANT-1
                   MOVE 0 TO WSV-CANT-2
                   MOVE 0 TO WSV-CANT-3
                   MOVE 0 TO WSV-CANT-4
                   MOVE SPACES TO WSV-CONFIRMA-E
                   MOVE 'FILA DESCARTADA, CARGUE EL MES DE NUEVO'
                       TO WSV-MSG-PANTALLA
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > 5
               MOVE 0 TO WST-FILA-GASTO(WSV-J)
           END-PERFORM
           MOVE WST-FILA TO WST-AN-FILA(WSV-SUB-ANIO-CARGA, 13)
           MOVE WST-FILA TO WST-CO-FILA(WSV-SUB-ANIO-CON-CARGA, 13).

      *REGRABA CUENTAS001.DAT COMPLETO CON TODOS LOS ANIOS EN
      *MEMORIA (LOS PREVIOS MAS EL RECIEN CARGADO)
               END-PERFORM
           END-PERFORM.

      *REGRABA CONSUMOS001.DAT COMPLETO CON TODOS LOS ANIOS DE
      *CONSUMO EN MEMORIA
       28000-GRABAR-CONSUMOS.
           MOVE 0 TO WSV-CONT-SALIDA-CON
           OPEN OUTPUT CONSUMOS
           IF NOT WSS-FS-CONSUMOS-OK
               DISPLAY 'ERROR EN EL OPEN DE CONSUMOS001.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONSUMOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-ANIO-CON FROM 1 BY 1
                   UNTIL WSV-SUB-ANIO-CON > WSV-CONT-ANIOS-CON
               PERFORM VARYING WSV-SUB-FILA FROM 1 BY 1
                       UNTIL WSV-SUB-FILA > 13
                   MOVE WST-CO-ANIO(WSV-SUB-ANIO-CON) TO REG-CON-ANIO
                   MOVE WST-CO-FILA(WSV-SUB-ANIO-CON, WSV-SUB-FILA)
                       TO REG-CON-LINEA
                   WRITE REG-CONSUMO
                   IF NOT WSS-FS-CONSUMOS-OK
                       DISPLAY 'ERROR EN EL WRITE DE CONSUMOS001.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-CONSUMOS
                   ELSE
                       ADD 1 TO WSV-CONT-SALIDA-CON
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE CONSUMOS
           DISPLAY 'FILAS DE CONSUMO GRABADAS: ' WSV-CONT-SALIDA-CON.

       30000-CERRAR-ARCHIVO.
           CLOSE SALIDA
           IF NOT WSS-FS-SALIDA-OK
