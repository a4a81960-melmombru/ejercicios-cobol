      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Alerta de facturas anomalas antes del pago:
      *revisa cada mes cargado en CUENTAS001.DAT (EJE011D0 /
      *EJE011D8) y cada linea de SERVICIO.DAT que EJE011D8 vuelca en
      *la matriz (codigo traducido con MAPASERV.DAT) contra dos
      *referencias de la misma cuenta: el promedio del mismo mes
      *calendario en los anios anteriores y el promedio de los tres
      *meses previos. Lo que se desvia de alguna de las dos mas alla
      *de la banda de tolerancia (ALERTAS-CFG.DAT: cuenta 0 para
      *todas o 1-4 para una, banda contra la historia y banda contra
      *el promedio en porcentaje, 000 = no controlar; sin archivo 50
      *y 50) se lista y se graba en ALERTAS.DAT, que EJE011D6
      *consulta antes de marcar una factura como pagada. Cada corrida
      *regraba ALERTAS.DAT desde el periodo que se ingresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE011DG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ACTUALES         ASSIGN TO DISK './CUENTAS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ACTUALES.

       SELECT OPTIONAL SERVICIOS
                               ASSIGN TO DISK 'SERVICIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SERVICIOS.

       SELECT OPTIONAL MAPEO   ASSIGN TO DISK 'MAPASERV.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MAPEO.

       SELECT OPTIONAL BANDAS  ASSIGN TO DISK './ALERTAS-CFG.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-BANDAS.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT ALERTAS          ASSIGN TO DISK './ALERTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ALERTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ACTUALES.
       01 REG-ACTUAL.
           05 REG-ACT-ANIO         PIC 9(04).
           05 REG-ACT-LINEA        PIC X(30).

       FD SERVICIOS.
       01 REG-SERVICIO.
           05 REG-COD-SERVICIO     PIC X(03).
           05 REG-NRO-CUENTA-S     PIC 9(08).
           05 REG-DESCRIP-SERV     PIC X(30).
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-PERIODO-FACT-N REDEFINES REG-PERIODO-FACT
                                   PIC 9(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD MAPEO.
       01 REG-MAPEO.
           05 REG-MAP-CODIGO       PIC X(03).
           05 REG-MAP-COLUMNA      PIC 9(01).

       FD BANDAS.
       01 REG-BANDA.
           05 REG-BAN-CUENTA       PIC 9(01).
           05 REG-BAN-HIST         PIC 9(03).
           05 REG-BAN-PROM         PIC 9(03).

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).

       FD ALERTAS.
       COPY REG-ALERTA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ACTUALES          PIC X(02).
           88 WSS-FS-ACTUALES-OK       VALUE '00'.
           88 WSS-FS-ACTUALES-EOF      VALUE '10'.

       01 WSS-FS-SERVICIOS         PIC X(02).
           88 WSS-FS-SERVICIOS-OK      VALUE '00' '05'.
           88 WSS-FS-SERVICIOS-EOF     VALUE '10'.

       01 WSS-FS-MAPEO             PIC X(02).
           88 WSS-FS-MAPEO-OK          VALUE '00' '05'.
           88 WSS-FS-MAPEO-EOF         VALUE '10'.

       01 WSS-FS-BANDAS            PIC X(02).
           88 WSS-FS-BANDAS-OK         VALUE '00' '05'.
           88 WSS-FS-BANDAS-EOF        VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-ALERTAS           PIC X(02).
           88 WSS-FS-ALERTAS-OK        VALUE '00'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.

      *BANDAS DE TOLERANCIA POR CUENTA (PORCENTAJE DE DESVIO ADMITIDO
      *CONTRA LA HISTORIA Y CONTRA EL PROMEDIO DE LOS TRES MESES)
       77  WSC-BANDA-DEFECTO       PIC 9(03) VALUE 50.
       01  WSV-BANDA-DEF-HIST      PIC 9(03).
       01  WSV-BANDA-DEF-PROM      PIC 9(03).
       01  WST-BANDAS.
           05 WST-BAN-CUENTA       OCCURS 4.
               10 WST-BAN-HIST     PIC 9(03).
               10 WST-BAN-PROM     PIC 9(03).
               10 WST-BAN-PROPIA   PIC X(01).
                   88 WSS-BAN-PROPIA       VALUE 'S'.

      *MAPEO CODIGO DE SERVICIO -> COLUMNA DE LA MATRIZ
       77 WSC-MAX-MAPEOS           PIC 9(02) VALUE 20.
       01 WSV-CONT-MAPEOS          PIC 9(02) VALUE 0.
       01 WST-MAPEOS.
           05 WST-MAP-ITEM         OCCURS 20 TIMES
                                   INDEXED BY IND-MA.
               10 WST-MAP-CODIGO   PIC X(03).
               10 WST-MAP-COLUMNA  PIC 9(01).

      *ANIOS DE CUENTAS001.DAT EN MEMORIA, DESARMADOS EN CELDAS
       77 WSC-MAX-ANIOS            PIC 9(02) VALUE 10.
       01 WSV-CONT-ANIOS           PIC 9(02) VALUE 0.
       01 WST-ANIOS-MATRIZ.
           05 WST-ANIO-DET         OCCURS 10.
               10 WST-AN-ANIO      PIC 9(04).
               10 WST-AN-FILA      OCCURS 13.
                   15 WST-AN-DET   OCCURS 5.
                       20 WST-AN-GASTO     PIC 9(5).
                       20 WST-AN-SEP       PIC X.

       01 WSV-ANIO-BUSCADO         PIC 9(04).
       01 WSV-SUB-ANIO             PIC 9(02).
       01 WSV-SUB-BUSQ             PIC 9(02).
       01 WSV-SUB-MES              PIC 9(02).
       01 WSV-SUB-COL              PIC 9(01).
       01 WSV-FILA-LEIDA           PIC 9(02).

      *PARAMETRO: PRIMER PERIODO A REVISAR (0 = TODOS)
       01 WSV-DESDE-E              PIC 9(06).
       01 WSV-PERIODO              PIC 9(06).

      *MONTO A EVALUAR Y RESULTADO DE LA EVALUACION
       01 WSV-EV-ANIO              PIC 9(04).
       01 WSV-EV-MES               PIC 9(02).
       01 WSV-EV-COL               PIC 9(01).
       01 WSV-EV-MONTO             PIC 9(07).
       01 WSV-EV-MOTIVO            PIC X(01).
           88 WSS-EV-SIN-ALERTA            VALUE SPACE.
       01 WSV-SUMA-REF             PIC 9(08).
       01 WSV-CONT-REF             PIC 9(02).
       01 WSV-REF-HIST             PIC 9(07).
       01 WSV-REF-PROM             PIC 9(07).
       01 WSV-DESVIO-HIST          PIC S9(05).
       01 WSV-DESVIO-PROM          PIC S9(05).
       01 WSV-FUERA-HIST           PIC X(01).
           88 WSS-FUERA-HIST               VALUE 'S'.
       01 WSV-FUERA-PROM           PIC X(01).
           88 WSS-FUERA-PROM               VALUE 'S'.
       01 WSV-PREV-ANIO            PIC 9(04).
       01 WSV-PREV-MES             PIC S9(02).
       01 WSV-SUB-PREV             PIC 9(01).
       01 WSV-SUB-ANIO-PREV        PIC 9(02).

       01 WSV-MONTO-LINEA          PIC S9(07).
       01 WSV-DESVIO-EDIT          PIC +ZZZZ9.
       01 WSV-DESVIO-PROM-EDIT     PIC +ZZZZ9.
       01 WSV-ORIGEN-TEXTO         PIC X(08).
       01 WSV-MOTIVO-TEXTO         PIC X(20).

       01 WSV-CONT-REVISADOS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LINEAS          PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-MAPEO       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-ALERTAS         PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 05000-CARGAR-BANDAS
           PERFORM 10000-PEDIR-PARAMETROS
           PERFORM 20000-CARGAR-CUENTAS001
           PERFORM 25000-CARGAR-MAPEO
           OPEN OUTPUT ALERTAS
           IF NOT WSS-FS-ALERTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ALERTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ALERTAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'ALERTAS DE FACTURAS FUERA DE BANDA'
           DISPLAY WSV-LINEA
           PERFORM 30000-REVISAR-MATRIZ
           PERFORM 40000-REVISAR-SERVICIOS
           CLOSE ALERTAS
           PERFORM 50000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               MOVE 0 TO WSV-SUB-COL
               PERFORM LEER-Y-CARGAR-CUENTA UNTIL WSS-FS-CUENTAS-EOF
                                          OR WSV-SUB-COL >= WSC-CUENTAS
               CLOSE CUENTAS-TABLA
           END-IF.

       LEER-Y-CARGAR-CUENTA.
           READ CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO WSV-SUB-COL
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-SUB-COL)
           END-IF.

      *LEE LAS BANDAS DE ALERTAS-CFG.DAT: LA CUENTA 0 FIJA LA BANDA
      *DE TODAS LAS QUE NO TIENEN LINEA PROPIA
       05000-CARGAR-BANDAS.
           MOVE WSC-BANDA-DEFECTO TO WSV-BANDA-DEF-HIST
           MOVE WSC-BANDA-DEFECTO TO WSV-BANDA-DEF-PROM
           INITIALIZE WST-BANDAS
           OPEN INPUT BANDAS
           IF WSS-FS-BANDAS = '00'
               PERFORM 05100-LEER-Y-CARGAR-BANDA
                   UNTIL WSS-FS-BANDAS-EOF
           END-IF
           CLOSE BANDAS
           PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                   UNTIL WSV-SUB-COL > WSC-CUENTAS
               IF NOT WSS-BAN-PROPIA(WSV-SUB-COL)
                   MOVE WSV-BANDA-DEF-HIST
                       TO WST-BAN-HIST(WSV-SUB-COL)
                   MOVE WSV-BANDA-DEF-PROM
                       TO WST-BAN-PROM(WSV-SUB-COL)
               END-IF
           END-PERFORM.

       05100-LEER-Y-CARGAR-BANDA.
           READ BANDAS
           IF WSS-FS-BANDAS-OK
               IF REG-BAN-CUENTA NUMERIC AND REG-BAN-HIST NUMERIC
                       AND REG-BAN-PROM NUMERIC
                   IF REG-BAN-CUENTA = 0
                       MOVE REG-BAN-HIST TO WSV-BANDA-DEF-HIST
                       MOVE REG-BAN-PROM TO WSV-BANDA-DEF-PROM
                   ELSE
                       IF REG-BAN-CUENTA <= WSC-CUENTAS
                           MOVE REG-BAN-HIST
                               TO WST-BAN-HIST(REG-BAN-CUENTA)
                           MOVE REG-BAN-PROM
                               TO WST-BAN-PROM(REG-BAN-CUENTA)
                           MOVE 'S' TO WST-BAN-PROPIA(REG-BAN-CUENTA)
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'LINEA INVALIDA EN ALERTAS-CFG.DAT: '
                           REG-BANDA
               END-IF
           END-IF.

      *PIDE DESDE QUE PERIODO REVISAR; LOS MESES ANTERIORES SOLO
      *SIRVEN DE HISTORIA
       10000-PEDIR-PARAMETROS.
           DISPLAY 'REVISAR DESDE EL PERIODO (AAAAMM, 0 = TODOS): '
           ACCEPT WSV-DESDE-E
           IF WSV-DESDE-E NOT NUMERIC
               MOVE 0 TO WSV-DESDE-E
           END-IF.

      *LEE CUENTAS001.DAT COMPLETO A MEMORIA (TODOS LOS ANIOS)
       20000-CARGAR-CUENTAS001.
           OPEN INPUT ACTUALES
           IF NOT WSS-FS-ACTUALES-OK
               DISPLAY 'NO SE PUDO ABRIR CUENTAS001.DAT, SIN '
                       'HISTORIA NO HAY CONTRA QUE COMPARAR'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTUALES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-FILA
               UNTIL WSS-FS-ACTUALES-EOF
           CLOSE ACTUALES.

       21000-LEER-Y-CARGAR-FILA.
           READ ACTUALES
           IF WSS-FS-ACTUALES-OK
               MOVE REG-ACT-ANIO TO WSV-ANIO-BUSCADO
               PERFORM 22000-BUSCAR-ANIO
               IF WSV-SUB-ANIO = 0
                   IF WSV-CONT-ANIOS >= WSC-MAX-ANIOS
                       DISPLAY 'TABLA DE ANIOS LLENA, SE IGNORA EL '
                               'RESTO DEL ARCHIVO'
                       MOVE HIGH-VALUE TO WSS-FS-ACTUALES
                   ELSE
                       ADD 1 TO WSV-CONT-ANIOS
                       MOVE WSV-CONT-ANIOS TO WSV-SUB-ANIO
                       MOVE WSV-ANIO-BUSCADO
                           TO WST-AN-ANIO(WSV-SUB-ANIO)
                       MOVE 0 TO WSV-FILA-LEIDA
                   END-IF
               END-IF
               IF WSV-SUB-ANIO NOT= 0
                   ADD 1 TO WSV-FILA-LEIDA
                   IF WSV-FILA-LEIDA <= 13
                       MOVE REG-ACT-LINEA
                           TO WST-AN-FILA(WSV-SUB-ANIO, WSV-FILA-LEIDA)
                   END-IF
               END-IF
           END-IF.

       22000-BUSCAR-ANIO.
           MOVE 0 TO WSV-SUB-ANIO
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                   UNTIL WSV-SUB-BUSQ > WSV-CONT-ANIOS
                       OR WSV-SUB-ANIO NOT= 0
               IF WST-AN-ANIO(WSV-SUB-BUSQ) = WSV-ANIO-BUSCADO
                   MOVE WSV-SUB-BUSQ TO WSV-SUB-ANIO
               END-IF
           END-PERFORM.

      *LEE MAPASERV.DAT; SIN MAPEO SOLO SE REVISA LA MATRIZ
       25000-CARGAR-MAPEO.
           OPEN INPUT MAPEO
           IF WSS-FS-MAPEO = '00'
               PERFORM 25100-LEER-Y-CARGAR-MAPEO
                   UNTIL WSS-FS-MAPEO-EOF
           END-IF
           CLOSE MAPEO.

       25100-LEER-Y-CARGAR-MAPEO.
           READ MAPEO
           IF WSS-FS-MAPEO-OK
               IF WSV-CONT-MAPEOS >= WSC-MAX-MAPEOS
                   DISPLAY 'TABLA DE MAPEOS LLENA, SE IGNORAN LOS '
                           'RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-MAPEO
               ELSE
                   ADD 1 TO WSV-CONT-MAPEOS
                   SET IND-MA TO WSV-CONT-MAPEOS
                   MOVE REG-MAP-CODIGO TO WST-MAP-CODIGO(IND-MA)
                   MOVE REG-MAP-COLUMNA TO WST-MAP-COLUMNA(IND-MA)
               END-IF
           END-IF.

      *REVISA CADA CELDA CON GASTO DE LAS CUENTAS 1 A 4, DESDE EL
      *PERIODO PEDIDO
       30000-REVISAR-MATRIZ.
           PERFORM VARYING WSV-SUB-ANIO FROM 1 BY 1
                   UNTIL WSV-SUB-ANIO > WSV-CONT-ANIOS
               PERFORM VARYING WSV-SUB-MES FROM 1 BY 1
                       UNTIL WSV-SUB-MES > 12
                   COMPUTE WSV-PERIODO =
                           WST-AN-ANIO(WSV-SUB-ANIO) * 100 + WSV-SUB-MES
                   IF WSV-PERIODO >= WSV-DESDE-E
                       PERFORM VARYING WSV-SUB-COL FROM 1 BY 1
                               UNTIL WSV-SUB-COL > WSC-CUENTAS
                           PERFORM 31000-REVISAR-UNA-CELDA
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       31000-REVISAR-UNA-CELDA.
           IF WST-AN-GASTO(WSV-SUB-ANIO, WSV-SUB-MES, WSV-SUB-COL) > 0
               ADD 1 TO WSV-CONT-REVISADOS
               MOVE WST-AN-ANIO(WSV-SUB-ANIO) TO WSV-EV-ANIO
               MOVE WSV-SUB-MES TO WSV-EV-MES
               MOVE WSV-SUB-COL TO WSV-EV-COL
               MOVE WST-AN-GASTO(WSV-SUB-ANIO, WSV-SUB-MES,
                       WSV-SUB-COL) TO WSV-EV-MONTO
               PERFORM 60000-EVALUAR-MONTO
               IF NOT WSS-EV-SIN-ALERTA
                   MOVE 'M' TO REG-ALE-ORIGEN
                   MOVE SPACES TO REG-ALE-COD-SERVICIO
                   PERFORM 70000-GRABAR-ALERTA
               END-IF
           END-IF.

      *REVISA CADA LINEA DE SERVICIO.DAT CON CODIGO MAPEADO Y
      *PERIODO VALIDO; LAS NOTAS DE CREDITO NO SE REVISAN
       40000-REVISAR-SERVICIOS.
           IF WSV-CONT-MAPEOS > 0
               OPEN INPUT SERVICIOS
               IF WSS-FS-SERVICIOS = '00'
                   PERFORM 41000-LEER-Y-REVISAR
                       THRU FIN-LEER-Y-REVISAR
                       UNTIL WSS-FS-SERVICIOS-EOF
               END-IF
               CLOSE SERVICIOS
           END-IF.

       41000-LEER-Y-REVISAR.
           READ SERVICIOS
           IF NOT WSS-FS-SERVICIOS-OK
               GO TO FIN-LEER-Y-REVISAR
           END-IF
           IF REG-PERIODO-FACT-N NOT NUMERIC
               GO TO FIN-LEER-Y-REVISAR
           END-IF
           MOVE REG-PERIODO-FACT-N TO WSV-PERIODO
           MOVE REG-PERIODO-FACT(5:2) TO WSV-EV-MES
           IF WSV-PERIODO < WSV-DESDE-E
                   OR WSV-EV-MES < 1 OR WSV-EV-MES > 12
               GO TO FIN-LEER-Y-REVISAR
           END-IF
           COMPUTE WSV-MONTO-LINEA ROUNDED = REG-MONTO-FACTURA
           IF WSV-MONTO-LINEA <= 0
               GO TO FIN-LEER-Y-REVISAR
           END-IF
           MOVE 0 TO WSV-SUB-COL
           PERFORM VARYING IND-MA FROM 1 BY 1
                   UNTIL IND-MA > WSV-CONT-MAPEOS
                       OR WSV-SUB-COL NOT= 0
               IF WST-MAP-CODIGO(IND-MA) = REG-COD-SERVICIO
                   MOVE WST-MAP-COLUMNA(IND-MA) TO WSV-SUB-COL
               END-IF
           END-PERFORM
           IF WSV-SUB-COL = 0 OR WSV-SUB-COL > WSC-CUENTAS
               ADD 1 TO WSV-CONT-SIN-MAPEO
               GO TO FIN-LEER-Y-REVISAR
           END-IF
           ADD 1 TO WSV-CONT-LINEAS
           MOVE REG-PERIODO-FACT(1:4) TO WSV-EV-ANIO
           MOVE WSV-SUB-COL TO WSV-EV-COL
           MOVE WSV-MONTO-LINEA TO WSV-EV-MONTO
           PERFORM 60000-EVALUAR-MONTO
           IF NOT WSS-EV-SIN-ALERTA
               MOVE 'S' TO REG-ALE-ORIGEN
               MOVE REG-COD-SERVICIO TO REG-ALE-COD-SERVICIO
               PERFORM 70000-GRABAR-ALERTA
           END-IF.

       FIN-LEER-Y-REVISAR.
           EXIT.

      *COMPARA WSV-EV-MONTO CONTRA EL PROMEDIO DEL MISMO MES EN LOS
      *ANIOS ANTERIORES Y CONTRA EL PROMEDIO DE LOS TRES MESES
      *PREVIOS (SOLO MESES CON GASTO); DEJA EN WSV-EV-MOTIVO H, P, A
      *(AMBAS) O BLANCO SI QUEDA DENTRO DE LAS BANDAS
       60000-EVALUAR-MONTO.
           MOVE SPACE TO WSV-EV-MOTIVO
           MOVE 'N' TO WSV-FUERA-HIST
           MOVE 'N' TO WSV-FUERA-PROM
           MOVE 0 TO WSV-REF-HIST
           MOVE 0 TO WSV-REF-PROM
           MOVE 0 TO WSV-DESVIO-HIST
           MOVE 0 TO WSV-DESVIO-PROM
           PERFORM 61000-REFERENCIA-HISTORIA
           PERFORM 62000-REFERENCIA-PROMEDIO
           IF WSV-REF-HIST > 0 AND WST-BAN-HIST(WSV-EV-COL) > 0
               COMPUTE WSV-DESVIO-HIST ROUNDED =
                       (WSV-EV-MONTO - WSV-REF-HIST) * 100
                       / WSV-REF-HIST
                   ON SIZE ERROR
                       MOVE 99999 TO WSV-DESVIO-HIST
               END-COMPUTE
               IF WSV-DESVIO-HIST > WST-BAN-HIST(WSV-EV-COL)
                       OR WSV-DESVIO-HIST <
                          0 - WST-BAN-HIST(WSV-EV-COL)
                   SET WSS-FUERA-HIST TO TRUE
               END-IF
           END-IF
           IF WSV-REF-PROM > 0 AND WST-BAN-PROM(WSV-EV-COL) > 0
               COMPUTE WSV-DESVIO-PROM ROUNDED =
                       (WSV-EV-MONTO - WSV-REF-PROM) * 100
                       / WSV-REF-PROM
                   ON SIZE ERROR
                       MOVE 99999 TO WSV-DESVIO-PROM
               END-COMPUTE
               IF WSV-DESVIO-PROM > WST-BAN-PROM(WSV-EV-COL)
                       OR WSV-DESVIO-PROM <
                          0 - WST-BAN-PROM(WSV-EV-COL)
                   SET WSS-FUERA-PROM TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WSS-FUERA-HIST AND WSS-FUERA-PROM
                   MOVE 'A' TO WSV-EV-MOTIVO
               WHEN WSS-FUERA-HIST
                   MOVE 'H' TO WSV-EV-MOTIVO
               WHEN WSS-FUERA-PROM
                   MOVE 'P' TO WSV-EV-MOTIVO
           END-EVALUATE.

      *PROMEDIO DEL MISMO MES CALENDARIO EN LOS ANIOS ANTERIORES
       61000-REFERENCIA-HISTORIA.
           MOVE 0 TO WSV-SUMA-REF
           MOVE 0 TO WSV-CONT-REF
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                   UNTIL WSV-SUB-BUSQ > WSV-CONT-ANIOS
               IF WST-AN-ANIO(WSV-SUB-BUSQ) < WSV-EV-ANIO
                   AND WST-AN-GASTO(WSV-SUB-BUSQ, WSV-EV-MES,
                           WSV-EV-COL) > 0
                   ADD WST-AN-GASTO(WSV-SUB-BUSQ, WSV-EV-MES,
                           WSV-EV-COL) TO WSV-SUMA-REF
                   ADD 1 TO WSV-CONT-REF
               END-IF
           END-PERFORM
           IF WSV-CONT-REF > 0
               COMPUTE WSV-REF-HIST ROUNDED =
                       WSV-SUMA-REF / WSV-CONT-REF
           END-IF.

      *PROMEDIO DE LOS TRES MESES ANTERIORES (CRUZANDO DE ANIO)
       62000-REFERENCIA-PROMEDIO.
           MOVE 0 TO WSV-SUMA-REF
           MOVE 0 TO WSV-CONT-REF
           PERFORM VARYING WSV-SUB-PREV FROM 1 BY 1
                   UNTIL WSV-SUB-PREV > 3
               MOVE WSV-EV-ANIO TO WSV-PREV-ANIO
               COMPUTE WSV-PREV-MES = WSV-EV-MES - WSV-SUB-PREV
               IF WSV-PREV-MES < 1
                   ADD 12 TO WSV-PREV-MES
                   SUBTRACT 1 FROM WSV-PREV-ANIO
               END-IF
               PERFORM 62100-SUMAR-MES-PREVIO
           END-PERFORM
           IF WSV-CONT-REF > 0
               COMPUTE WSV-REF-PROM ROUNDED =
                       WSV-SUMA-REF / WSV-CONT-REF
           END-IF.

      *BUSCA EL ANIO DEL MES PREVIO SIN TOCAR WSV-SUB-ANIO, QUE ES EL
      *SUBINDICE DEL RECORRIDO DE LA MATRIZ
       62100-SUMAR-MES-PREVIO.
           MOVE 0 TO WSV-SUB-ANIO-PREV
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                   UNTIL WSV-SUB-BUSQ > WSV-CONT-ANIOS
                       OR WSV-SUB-ANIO-PREV NOT= 0
               IF WST-AN-ANIO(WSV-SUB-BUSQ) = WSV-PREV-ANIO
                   MOVE WSV-SUB-BUSQ TO WSV-SUB-ANIO-PREV
               END-IF
           END-PERFORM
           IF WSV-SUB-ANIO-PREV NOT= 0
               IF WST-AN-GASTO(WSV-SUB-ANIO-PREV, WSV-PREV-MES,
                       WSV-EV-COL) > 0
                   ADD WST-AN-GASTO(WSV-SUB-ANIO-PREV, WSV-PREV-MES,
                           WSV-EV-COL) TO WSV-SUMA-REF
                   ADD 1 TO WSV-CONT-REF
               END-IF
           END-IF.

      *GRABA LA ALERTA Y LA LISTA
       70000-GRABAR-ALERTA.
           MOVE WSV-EV-ANIO TO REG-ALE-ANIO
           MOVE WSV-EV-MES TO REG-ALE-MES
           MOVE WSV-EV-COL TO REG-ALE-CUENTA
           MOVE WSV-EV-MONTO TO REG-ALE-MONTO
           MOVE WSV-REF-HIST TO REG-ALE-REF-HIST
           MOVE WSV-DESVIO-HIST TO REG-ALE-DESVIO-HIST
           MOVE WSV-REF-PROM TO REG-ALE-REF-PROM
           MOVE WSV-DESVIO-PROM TO REG-ALE-DESVIO-PROM
           MOVE WSV-EV-MOTIVO TO REG-ALE-MOTIVO
           WRITE REG-ALERTA
           IF NOT WSS-FS-ALERTAS-OK
               DISPLAY 'ERROR EN EL WRITE DE ALERTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ALERTAS
           ELSE
               ADD 1 TO WSV-CONT-ALERTAS
           END-IF
           IF WSS-ALE-DE-MATRIZ
               MOVE 'MATRIZ' TO WSV-ORIGEN-TEXTO
           ELSE
               MOVE REG-ALE-COD-SERVICIO TO WSV-ORIGEN-TEXTO
           END-IF
           EVALUATE TRUE
               WHEN WSS-ALE-POR-AMBOS
                   MOVE 'HISTORIA Y PROMEDIO' TO WSV-MOTIVO-TEXTO
               WHEN WSS-ALE-POR-HISTORIA
                   MOVE 'HISTORIA' TO WSV-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE 'PROMEDIO 3 MESES' TO WSV-MOTIVO-TEXTO
           END-EVALUATE
           MOVE WSV-DESVIO-HIST TO WSV-DESVIO-EDIT
           MOVE WSV-DESVIO-PROM TO WSV-DESVIO-PROM-EDIT
           DISPLAY WSV-EV-ANIO '/' WSV-EV-MES ' '
                   WST-CUENTA(WSV-EV-COL) ' ' WSV-ORIGEN-TEXTO
                   ' MONTO ' WSV-EV-MONTO
           DISPLAY '    MISMO MES ANIOS ANT. ' WSV-REF-HIST
                   ' (' WSV-DESVIO-EDIT ' %)  3 MESES '
                   WSV-REF-PROM ' (' WSV-DESVIO-PROM-EDIT ' %)'
           DISPLAY '    FUERA DE BANDA: ' WSV-MOTIVO-TEXTO.

       50000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'CELDAS DE LA MATRIZ REVISADAS: ' WSV-CONT-REVISADOS
           DISPLAY 'LINEAS DE SERVICIO REVISADAS:  ' WSV-CONT-LINEAS
           DISPLAY 'LINEAS SIN MAPEO (NO REVISADAS): '
                   WSV-CONT-SIN-MAPEO
           DISPLAY 'ALERTAS GRABADAS EN ALERTAS.DAT: '
                   WSV-CONT-ALERTAS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
