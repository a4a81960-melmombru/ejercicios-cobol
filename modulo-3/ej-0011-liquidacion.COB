      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Liquidacion del reparto de gastos de la casa
      *para un mes o para el anio completo. Toma cada factura marcada
      *como pagada en VENCIMIENTOS.DAT (EJE011D6) con el miembro que
      *la pago, le pone el importe de la celda de CUENTAS001.DAT y la
      *reparte entre los miembros de MIEMBROS.DAT segun la regla de
      *la cuenta en REPARTO.DAT (EJE011DD). Muestra la cuota de cada
      *miembro en cada cuenta, lo que pago cada uno, el saldo neto
      *(positivo: le deben; negativo: debe) y las transferencias que
      *cancelan todo con la menor cantidad de pagos posible. Los
      *importes sin pago registrado (o sin quien pago) quedan fuera
      *de la liquidacion y se informan al final.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE011DE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENCIMIENTOS     ASSIGN TO DISK './VENCIMIENTOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-VENCIMIENTOS.

       SELECT ACTUALES         ASSIGN TO DISK './CUENTAS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ACTUALES.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL MIEMBROS-TABLA
                               ASSIGN TO DISK './MIEMBROS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MIEMBROS.

       SELECT OPTIONAL REPARTOS
                               ASSIGN TO DISK './REPARTO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-REPARTOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD VENCIMIENTOS.
       01 REG-VENCIMIENTO.
           05 REG-VEN-ANIO         PIC 9(04).
           05 REG-VEN-MES          PIC 9(02).
           05 REG-VEN-CUENTA       PIC 9(01).
           05 REG-VEN-FECHA-VTO    PIC 9(08).
           05 REG-VEN-PAGADO       PIC X(01).
               88 WSS-VEN-PAGADO           VALUE 'S'.
           05 REG-VEN-PAGADOR      PIC 9(01).

       FD ACTUALES.
       01 REG-ACTUAL.
           05 REG-ACT-ANIO         PIC 9(04).
           05 REG-ACT-LINEA        PIC X(30).

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).

       FD MIEMBROS-TABLA.
       01 REG-MIEMBRO-NOMBRE       PIC X(10).

       FD REPARTOS.
       01 REG-REPARTO.
           05 REG-REP-CUENTA       PIC 9(01).
           05 REG-REP-TIPO         PIC X(01).
           05 REG-REP-MIEMBRO      PIC 9(01).
           05 REG-REP-PORC         PIC 9(03)V9(02) OCCURS 6.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-VENCIMIENTOS      PIC X(02).
           88 WSS-FS-VENC-OK           VALUE '00'.
           88 WSS-FS-VENC-EOF          VALUE '10'.

       01 WSS-FS-ACTUALES          PIC X(02).
           88 WSS-FS-ACTUALES-OK       VALUE '00'.
           88 WSS-FS-ACTUALES-EOF      VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-MIEMBROS          PIC X(02).
           88 WSS-FS-MIEMBROS-OK       VALUE '00' '05'.
           88 WSS-FS-MIEMBROS-EOF      VALUE '10'.

       01 WSS-FS-REPARTOS          PIC X(02).
           88 WSS-FS-REPARTOS-OK       VALUE '00' '05'.
           88 WSS-FS-REPARTOS-EOF      VALUE '10'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       COPY REG-MESES.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.
       77  WSC-MESES               PIC 9(02) VALUE 12.

      *MIEMBROS DE LA CASA CON SUS ACUMULADOS (IMPORTES CON CENTAVOS)
       77  WSC-MAX-MIEMBROS        PIC 9(01) VALUE 6.
       01  WSV-CONT-MIEMBROS       PIC 9(01) VALUE 0.
       01  WST-MIEMBROS.
           05 WST-MIE-ITEM         OCCURS 6.
               10 WST-MIE-NOMBRE   PIC X(10).
               10 WST-MIE-CUOTA    PIC S9(07)V9(02).
               10 WST-MIE-PAGADO   PIC S9(07)V9(02).
               10 WST-MIE-SALDO    PIC S9(07)V9(02).
               10 WST-MIE-RESTO    PIC S9(07)V9(02).
               10 WST-MIE-GRUPO    PIC 9(01).

      *REGLA DE REPARTO Y CUOTAS DE CADA CUENTA
       01  WST-REPARTOS.
           05 WST-REP-ITEM         OCCURS 4.
               10 WST-REP-TIPO     PIC X(01).
                   88 WSS-REP-IGUALES      VALUE 'I'.
                   88 WSS-REP-PORCENTAJE   VALUE 'P'.
                   88 WSS-REP-UNO          VALUE 'U'.
               10 WST-REP-MIEMBRO  PIC 9(01).
               10 WST-REP-PORC     PIC 9(03)V9(02) OCCURS 6.
               10 WST-REP-TOTAL    PIC 9(07)V9(02).
               10 WST-REP-CUOTA    PIC 9(07)V9(02) OCCURS 6.

      *LAS 12 FILAS DE MESES DEL ANIO Y LA MARCA DE CELDA LIQUIDADA
       01 WST-MONTOS.
           05 WST-MON-FILA         OCCURS 12.
               10 WST-MON-DET      OCCURS 5.
                   15 WST-MON-MONTO        PIC 9(5).
                   15 FILLER               PIC X.
       01 WST-LIQUIDADAS.
           05 WST-LIQ-FILA         OCCURS 12.
               10 WST-LIQ-CELDA    PIC X(01) OCCURS 4.

      *BUSQUEDA DE LA MENOR CANTIDAD DE TRANSFERENCIAS: SE PARTE A
      *LOS MIEMBROS EN LA MAYOR CANTIDAD POSIBLE DE GRUPOS QUE SUMEN
      *CERO (UN GRUPO DE K MIEMBROS SE CANCELA CON K-1 PAGOS). CADA
      *SUBCONJUNTO DE MIEMBROS ES UNA MASCARA DE BITS; LA POSICION EN
      *LAS TABLAS ES MASCARA + 1
       01  WST-POTENCIAS.
           05 FILLER               PIC 9(02) VALUE 01.
           05 FILLER               PIC 9(02) VALUE 02.
           05 FILLER               PIC 9(02) VALUE 04.
           05 FILLER               PIC 9(02) VALUE 08.
           05 FILLER               PIC 9(02) VALUE 16.
           05 FILLER               PIC 9(02) VALUE 32.
       01  WST-POTENCIAS-R REDEFINES WST-POTENCIAS.
           05 WST-POT2             PIC 9(02) OCCURS 6.
       01  WST-MASCARAS.
           05 WST-MAS-ITEM         OCCURS 64.
               10 WST-MAS-SUMA     PIC S9(08)V9(02).
               10 WST-MAS-GRUPOS   PIC 9(01).
       01  WST-ORDEN.
           05 WST-ORD-MIEMBRO      PIC 9(01) OCCURS 6.
       01 WSV-CANT-MASCARAS        PIC 9(03).
       01 WSV-MASCARA              PIC 9(03).
       01 WSV-MASCARA-ANT          PIC 9(03).
       01 WSV-COCIENTE             PIC 9(03).
       01 WSV-MITAD                PIC 9(03).
       01 WSV-BIT                  PIC 9(01).
       01 WSV-CERO                 PIC 9(01).
       01 WSV-MEJOR                PIC 9(01).
       01 WSV-POS                  PIC 9(01).
       01 WSV-GRUPO                PIC 9(01).
       01 WSV-CANT-GRUPOS          PIC 9(01).
       01 WSV-ACUMULADO            PIC S9(08)V9(02).
       01 WSV-ACREEDOR             PIC 9(01).
       01 WSV-DEUDOR               PIC 9(01).
       01 WSV-TRANSFERENCIA        PIC S9(07)V9(02).
       01 WSV-CANT-TRANSF          PIC 9(02).
       01 WSV-HAY-PAGO             PIC X(01).
           88 WSS-HAY-PAGO                 VALUE 'S'.

       01 WSV-ANIO-E               PIC 9(04).
       01 WSV-MES-E                PIC 9(02).
       01 WSV-FILA-LEIDA           PIC 9(02).
       01 WSV-HAY-ANIO             PIC X(01) VALUE 'N'.
           88 WSS-HAY-ANIO                 VALUE 'S'.
       01 WSV-IMPORTE              PIC 9(07)V9(02).
       01 WSV-ASIGNADO             PIC 9(07)V9(02).
       01 WSV-CUOTA                PIC 9(07)V9(02).
       01 WSV-SUMA-PORC            PIC 9(04)V9(02).
       01 WSV-ULTIMO               PIC 9(01).
       01 WSV-PAGADOR              PIC 9(01).
       01 WSV-CONT-LIQUIDADAS      PIC 9(03) VALUE 0.
       01 WSV-CONT-FUERA           PIC 9(03) VALUE 0.
       01 WSV-IMPORTE-FUERA        PIC 9(07)V9(02) VALUE 0.

       01 WSV-IMPORTE-EDIT         PIC ZZZZZZ9.99.
       01 WSV-CUOTA-EDIT           PIC ZZZZZZ9.99.
       01 WSV-PAGADO-EDIT          PIC ZZZZZZ9.99.
       01 WSV-SALDO-EDIT           PIC -ZZZZZZ9.99.

       77 WSV-I                    PIC 9(02).
       77 WSV-J                    PIC 9(01).
       77 WSV-K                    PIC 9(01).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 10000-CARGAR-MIEMBROS
           IF WSV-CONT-MIEMBROS = 0
               DISPLAY 'NO HAY MIEMBROS CARGADOS EN MIEMBROS.DAT '
                       '(EJE011DD)'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-CARGAR-REPARTOS
           PERFORM 12000-PEDIR-PARAMETROS
           PERFORM 13000-CARGAR-ACTUALES
           IF NOT WSS-HAY-ANIO
               DISPLAY 'NO HAY GASTOS CARGADOS PARA EL ANIO '
                       WSV-ANIO-E
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 20000-LIQUIDAR-PAGOS
           PERFORM 25000-CONTAR-SIN-PAGO
           PERFORM 30000-CALCULAR-SALDOS
           PERFORM 40000-ARMAR-GRUPOS
           PERFORM 50000-INFORMAR-CUOTAS
           PERFORM 51000-INFORMAR-SALDOS
           PERFORM 52000-INFORMAR-TRANSFERENCIAS
           PERFORM 53000-INFORMAR-FUERA
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

       10000-CARGAR-MIEMBROS.
           OPEN INPUT MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS = '00'
               PERFORM 10100-LEER-Y-CARGAR-MIEMBRO
                   UNTIL WSS-FS-MIEMBROS-EOF
                      OR WSV-CONT-MIEMBROS >= WSC-MAX-MIEMBROS
           END-IF
           CLOSE MIEMBROS-TABLA.

       10100-LEER-Y-CARGAR-MIEMBRO.
           READ MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS-OK
               ADD 1 TO WSV-CONT-MIEMBROS
               MOVE REG-MIEMBRO-NOMBRE
                   TO WST-MIE-NOMBRE(WSV-CONT-MIEMBROS)
               MOVE 0 TO WST-MIE-CUOTA(WSV-CONT-MIEMBROS)
               MOVE 0 TO WST-MIE-PAGADO(WSV-CONT-MIEMBROS)
           END-IF.

      *CARGA REPARTO.DAT; LAS CUENTAS SIN REGLA VAN EN PARTES IGUALES
       11000-CARGAR-REPARTOS.
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               SET WSS-REP-IGUALES(WSV-J) TO TRUE
               MOVE 0 TO WST-REP-MIEMBRO(WSV-J)
               MOVE 0 TO WST-REP-TOTAL(WSV-J)
               PERFORM VARYING WSV-K FROM 1 BY 1
                       UNTIL WSV-K > WSC-MAX-MIEMBROS
                   MOVE 0 TO WST-REP-PORC(WSV-J, WSV-K)
                   MOVE 0 TO WST-REP-CUOTA(WSV-J, WSV-K)
               END-PERFORM
           END-PERFORM
           OPEN INPUT REPARTOS
           IF WSS-FS-REPARTOS = '00'
               PERFORM 11100-LEER-Y-CARGAR-REPARTO
                   UNTIL WSS-FS-REPARTOS-EOF
           END-IF
           CLOSE REPARTOS.

       11100-LEER-Y-CARGAR-REPARTO.
           READ REPARTOS
           IF WSS-FS-REPARTOS-OK
               IF REG-REP-CUENTA >= 1 AND REG-REP-CUENTA <= WSC-CUENTAS
                   MOVE REG-REP-TIPO TO WST-REP-TIPO(REG-REP-CUENTA)
                   MOVE REG-REP-MIEMBRO
                       TO WST-REP-MIEMBRO(REG-REP-CUENTA)
                   PERFORM VARYING WSV-K FROM 1 BY 1
                           UNTIL WSV-K > WSC-MAX-MIEMBROS
                       MOVE REG-REP-PORC(WSV-K)
                           TO WST-REP-PORC(REG-REP-CUENTA, WSV-K)
                   END-PERFORM
               END-IF
           END-IF.

      *PIDE EL ANIO Y EL MES A LIQUIDAR (0 = ANIO COMPLETO)
       12000-PEDIR-PARAMETROS.
           MOVE 0 TO WSV-ANIO-E
           PERFORM UNTIL WSV-ANIO-E >= 2000 AND WSV-ANIO-E <= 2099
               DISPLAY 'INGRESE EL ANIO A LIQUIDAR (AAAA): '
               ACCEPT WSV-ANIO-E
           END-PERFORM
           MOVE 99 TO WSV-MES-E
           PERFORM UNTIL WSV-MES-E <= 12
               DISPLAY 'INGRESE EL MES (1-12, 0 = ANIO COMPLETO): '
               ACCEPT WSV-MES-E
           END-PERFORM.

      *CARGA LAS 12 FILAS DE MESES DEL ANIO DESDE CUENTAS001.DAT
       13000-CARGAR-ACTUALES.
           INITIALIZE WST-MONTOS
           MOVE ALL 'N' TO WST-LIQUIDADAS
           OPEN INPUT ACTUALES
           IF NOT WSS-FS-ACTUALES-OK
               DISPLAY 'NO SE PUDO ABRIR CUENTAS001.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTUALES
           ELSE
               MOVE 0 TO WSV-FILA-LEIDA
               PERFORM 13100-LEER-FILA-ACTUAL
                   UNTIL WSS-FS-ACTUALES-EOF
               CLOSE ACTUALES
           END-IF.

       13100-LEER-FILA-ACTUAL.
           READ ACTUALES
           IF WSS-FS-ACTUALES-OK
               IF REG-ACT-ANIO = WSV-ANIO-E
                   SET WSS-HAY-ANIO TO TRUE
                   ADD 1 TO WSV-FILA-LEIDA
                   IF WSV-FILA-LEIDA <= WSC-MESES
                       MOVE REG-ACT-LINEA
                           TO WST-MON-FILA(WSV-FILA-LEIDA)
                   END-IF
               END-IF
           END-IF.

      *RECORRE VENCIMIENTOS.DAT Y LIQUIDA CADA FACTURA DEL PERIODO
      *PAGADA POR UN MIEMBRO CONOCIDO
       20000-LIQUIDAR-PAGOS.
           OPEN INPUT VENCIMIENTOS
           IF NOT WSS-FS-VENC-OK
               DISPLAY 'NO SE PUDO ABRIR VENCIMIENTOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-VENCIMIENTOS
           ELSE
               PERFORM 21000-LEER-VENCIMIENTO
                   UNTIL WSS-FS-VENC-EOF
               CLOSE VENCIMIENTOS
           END-IF.

       21000-LEER-VENCIMIENTO.
           READ VENCIMIENTOS
           IF WSS-FS-VENC-OK
               MOVE 0 TO WSV-PAGADOR
               IF REG-VEN-PAGADOR NUMERIC
                   MOVE REG-VEN-PAGADOR TO WSV-PAGADOR
               END-IF
               IF REG-VEN-ANIO = WSV-ANIO-E
                       AND (WSV-MES-E = 0 OR REG-VEN-MES = WSV-MES-E)
                       AND REG-VEN-MES >= 1 AND REG-VEN-MES <= 12
                       AND REG-VEN-CUENTA >= 1
                       AND REG-VEN-CUENTA <= WSC-CUENTAS
                       AND WSS-VEN-PAGADO
                       AND WSV-PAGADOR >= 1
                       AND WSV-PAGADOR <= WSV-CONT-MIEMBROS
                   IF WST-LIQ-CELDA(REG-VEN-MES, REG-VEN-CUENTA) = 'N'
                       AND WST-MON-MONTO(REG-VEN-MES, REG-VEN-CUENTA)
                           > 0
                       MOVE 'S' TO
                           WST-LIQ-CELDA(REG-VEN-MES, REG-VEN-CUENTA)
                       MOVE WST-MON-MONTO(REG-VEN-MES, REG-VEN-CUENTA)
                           TO WSV-IMPORTE
                       MOVE REG-VEN-CUENTA TO WSV-J
                       ADD WSV-IMPORTE TO WST-MIE-PAGADO(WSV-PAGADOR)
                       ADD WSV-IMPORTE TO WST-REP-TOTAL(WSV-J)
                       ADD 1 TO WSV-CONT-LIQUIDADAS
                       PERFORM 22000-REPARTIR-IMPORTE
                   END-IF
               END-IF
           END-IF.

      *REPARTE WSV-IMPORTE DE LA CUENTA WSV-J SEGUN SU REGLA. LAS
      *CUOTAS SE TRUNCAN AL CENTAVO Y EL ULTIMO MIEMBRO QUE PARTICIPA
      *SE QUEDA CON LA DIFERENCIA, ASI LAS CUOTAS SUMAN EL IMPORTE
       22000-REPARTIR-IMPORTE.
           MOVE 0 TO WSV-SUMA-PORC
           IF WSS-REP-PORCENTAJE(WSV-J)
               PERFORM VARYING WSV-K FROM 1 BY 1
                       UNTIL WSV-K > WSV-CONT-MIEMBROS
                   ADD WST-REP-PORC(WSV-J, WSV-K) TO WSV-SUMA-PORC
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WSS-REP-UNO(WSV-J)
                       AND WST-REP-MIEMBRO(WSV-J) >= 1
                       AND WST-REP-MIEMBRO(WSV-J) <= WSV-CONT-MIEMBROS
                   MOVE WST-REP-MIEMBRO(WSV-J) TO WSV-K
                   ADD WSV-IMPORTE TO WST-REP-CUOTA(WSV-J, WSV-K)
                   ADD WSV-IMPORTE TO WST-MIE-CUOTA(WSV-K)
               WHEN WSS-REP-PORCENTAJE(WSV-J) AND WSV-SUMA-PORC > 0
                   MOVE 0 TO WSV-ULTIMO
                   PERFORM VARYING WSV-K FROM 1 BY 1
                           UNTIL WSV-K > WSV-CONT-MIEMBROS
                       IF WST-REP-PORC(WSV-J, WSV-K) > 0
                           MOVE WSV-K TO WSV-ULTIMO
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WSV-ASIGNADO
                   PERFORM VARYING WSV-K FROM 1 BY 1
                           UNTIL WSV-K > WSV-CONT-MIEMBROS
                       IF WSV-K = WSV-ULTIMO
                           COMPUTE WSV-CUOTA = WSV-IMPORTE
                                             - WSV-ASIGNADO
                       ELSE
                           COMPUTE WSV-CUOTA = WSV-IMPORTE
                                   * WST-REP-PORC(WSV-J, WSV-K)
                                   / WSV-SUMA-PORC
                       END-IF
                       ADD WSV-CUOTA TO WSV-ASIGNADO
                       ADD WSV-CUOTA TO WST-REP-CUOTA(WSV-J, WSV-K)
                       ADD WSV-CUOTA TO WST-MIE-CUOTA(WSV-K)
                   END-PERFORM
               WHEN OTHER
                   MOVE 0 TO WSV-ASIGNADO
                   PERFORM VARYING WSV-K FROM 1 BY 1
                           UNTIL WSV-K > WSV-CONT-MIEMBROS
                       IF WSV-K = WSV-CONT-MIEMBROS
                           COMPUTE WSV-CUOTA = WSV-IMPORTE
                                             - WSV-ASIGNADO
                       ELSE
                           COMPUTE WSV-CUOTA = WSV-IMPORTE
                                             / WSV-CONT-MIEMBROS
                       END-IF
                       ADD WSV-CUOTA TO WSV-ASIGNADO
                       ADD WSV-CUOTA TO WST-REP-CUOTA(WSV-J, WSV-K)
                       ADD WSV-CUOTA TO WST-MIE-CUOTA(WSV-K)
                   END-PERFORM
           END-EVALUATE.

      *LAS CELDAS DEL PERIODO CON IMPORTE QUE NO SE LIQUIDARON (SIN
      *PAGO REGISTRADO O SIN QUIEN PAGO) SE INFORMAN APARTE
       25000-CONTAR-SIN-PAGO.
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > WSC-MESES
               IF WSV-MES-E = 0 OR WSV-MES-E = WSV-I
                   PERFORM VARYING WSV-J FROM 1 BY 1
                           UNTIL WSV-J > WSC-CUENTAS
                       IF WST-LIQ-CELDA(WSV-I, WSV-J) = 'N'
                               AND WST-MON-MONTO(WSV-I, WSV-J) > 0
                           ADD 1 TO WSV-CONT-FUERA
                           ADD WST-MON-MONTO(WSV-I, WSV-J)
                               TO WSV-IMPORTE-FUERA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *SALDO = PAGADO - CUOTA (POSITIVO: LE DEBEN; NEGATIVO: DEBE)
       30000-CALCULAR-SALDOS.
           PERFORM VARYING WSV-K FROM 1 BY 1
                   UNTIL WSV-K > WSV-CONT-MIEMBROS
               COMPUTE WST-MIE-SALDO(WSV-K) = WST-MIE-PAGADO(WSV-K)
                                            - WST-MIE-CUOTA(WSV-K)
               MOVE WST-MIE-SALDO(WSV-K) TO WST-MIE-RESTO(WSV-K)
           END-PERFORM.

      *PARTE A LOS MIEMBROS EN LA MAYOR CANTIDAD DE GRUPOS QUE SUMAN
      *CERO. PARA CADA MASCARA SE GUARDA LA SUMA DE LOS SALDOS Y LA
      *MAYOR CANTIDAD DE GRUPOS CERRADOS QUE SE LOGRA ORDENANDO SUS
      *MIEMBROS; LUEGO SE RECONSTRUYE ESE ORDEN DESDE LA MASCARA
      *COMPLETA Y SE NUMERAN LOS GRUPOS
       40000-ARMAR-GRUPOS.
           COMPUTE WSV-CANT-MASCARAS = WST-POT2(WSV-CONT-MIEMBROS) * 2
           MOVE 0 TO WST-MAS-SUMA(1)
           MOVE 0 TO WST-MAS-GRUPOS(1)
           PERFORM VARYING WSV-MASCARA FROM 1 BY 1
                   UNTIL WSV-MASCARA >= WSV-CANT-MASCARAS
               MOVE 0 TO WST-MAS-SUMA(WSV-MASCARA + 1)
               MOVE 0 TO WSV-MEJOR
               PERFORM VARYING WSV-K FROM 1 BY 1
                       UNTIL WSV-K > WSV-CONT-MIEMBROS
                   PERFORM 41000-VER-BIT
                   IF WSV-BIT = 1
                       ADD WST-MIE-SALDO(WSV-K)
                           TO WST-MAS-SUMA(WSV-MASCARA + 1)
                       COMPUTE WSV-MASCARA-ANT = WSV-MASCARA
                                               - WST-POT2(WSV-K)
                       IF WST-MAS-GRUPOS(WSV-MASCARA-ANT + 1)
                               > WSV-MEJOR
                           MOVE WST-MAS-GRUPOS(WSV-MASCARA-ANT + 1)
                               TO WSV-MEJOR
                       END-IF
                   END-IF
               END-PERFORM
               IF WST-MAS-SUMA(WSV-MASCARA + 1) = 0
                   ADD 1 TO WSV-MEJOR
               END-IF
               MOVE WSV-MEJOR TO WST-MAS-GRUPOS(WSV-MASCARA + 1)
           END-PERFORM
      *    RECONSTRUCCION: EL MIEMBRO ELEGIDO EN CADA PASO VA AL FINAL
           COMPUTE WSV-MASCARA = WSV-CANT-MASCARAS - 1
           PERFORM VARYING WSV-POS FROM WSV-CONT-MIEMBROS BY -1
                   UNTIL WSV-POS < 1
               MOVE 0 TO WSV-CERO
               IF WST-MAS-SUMA(WSV-MASCARA + 1) = 0
                   MOVE 1 TO WSV-CERO
               END-IF
               MOVE 0 TO WST-ORD-MIEMBRO(WSV-POS)
               PERFORM VARYING WSV-K FROM 1 BY 1
                       UNTIL WSV-K > WSV-CONT-MIEMBROS
                          OR WST-ORD-MIEMBRO(WSV-POS) > 0
                   PERFORM 41000-VER-BIT
                   IF WSV-BIT = 1
                       COMPUTE WSV-MASCARA-ANT = WSV-MASCARA
                                               - WST-POT2(WSV-K)
                       IF WST-MAS-GRUPOS(WSV-MASCARA-ANT + 1) + WSV-CERO
                               = WST-MAS-GRUPOS(WSV-MASCARA + 1)
                           MOVE WSV-K TO WST-ORD-MIEMBRO(WSV-POS)
                       END-IF
                   END-IF
               END-PERFORM
               SUBTRACT WST-POT2(WST-ORD-MIEMBRO(WSV-POS))
                   FROM WSV-MASCARA
           END-PERFORM
      *    CADA VEZ QUE LA SUMA ACUMULADA EN ESE ORDEN VUELVE A CERO
      *    SE CIERRA UN GRUPO
           MOVE 1 TO WSV-GRUPO
           MOVE 0 TO WSV-ACUMULADO
           PERFORM VARYING WSV-POS FROM 1 BY 1
                   UNTIL WSV-POS > WSV-CONT-MIEMBROS
               MOVE WST-ORD-MIEMBRO(WSV-POS) TO WSV-K
               MOVE WSV-GRUPO TO WST-MIE-GRUPO(WSV-K)
               ADD WST-MIE-SALDO(WSV-K) TO WSV-ACUMULADO
               IF WSV-ACUMULADO = 0 AND WSV-POS < WSV-CONT-MIEMBROS
                   ADD 1 TO WSV-GRUPO
               END-IF
           END-PERFORM
           MOVE WSV-GRUPO TO WSV-CANT-GRUPOS.

      *DEJA EN WSV-BIT SI EL MIEMBRO WSV-K ESTA EN WSV-MASCARA
       41000-VER-BIT.
           DIVIDE WSV-MASCARA BY WST-POT2(WSV-K) GIVING WSV-COCIENTE
           DIVIDE WSV-COCIENTE BY 2 GIVING WSV-MITAD
               REMAINDER WSV-BIT.

       50000-INFORMAR-CUOTAS.
           DISPLAY WSV-LINEA
           IF WSV-MES-E = 0
               DISPLAY 'LIQUIDACION DEL REPARTO DE GASTOS - ANIO '
                       WSV-ANIO-E
           ELSE
               DISPLAY 'LIQUIDACION DEL REPARTO DE GASTOS - '
                       WST-MES-NOMBRE(WSV-MES-E) ' ' WSV-ANIO-E
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'CUOTA DE CADA MIEMBRO POR CUENTA:'
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               MOVE WST-REP-TOTAL(WSV-J) TO WSV-IMPORTE-EDIT
               EVALUATE TRUE
                   WHEN WSS-REP-UNO(WSV-J)
                       DISPLAY WST-CUENTA(WSV-J) ' TOTAL '
                               WSV-IMPORTE-EDIT ' (UN SOLO MIEMBRO)'
                   WHEN WSS-REP-PORCENTAJE(WSV-J)
                       DISPLAY WST-CUENTA(WSV-J) ' TOTAL '
                               WSV-IMPORTE-EDIT ' (PORCENTAJES)'
                   WHEN OTHER
                       DISPLAY WST-CUENTA(WSV-J) ' TOTAL '
                               WSV-IMPORTE-EDIT ' (PARTES IGUALES)'
               END-EVALUATE
               PERFORM VARYING WSV-K FROM 1 BY 1
                       UNTIL WSV-K > WSV-CONT-MIEMBROS
                   MOVE WST-REP-CUOTA(WSV-J, WSV-K) TO WSV-CUOTA-EDIT
                   DISPLAY '   ' WST-MIE-NOMBRE(WSV-K) ' '
                           WSV-CUOTA-EDIT
               END-PERFORM
           END-PERFORM.

       51000-INFORMAR-SALDOS.
           DISPLAY WSV-LINEA
           DISPLAY 'MIEMBRO         CUOTA     PAGADO       SALDO'
           PERFORM VARYING WSV-K FROM 1 BY 1
                   UNTIL WSV-K > WSV-CONT-MIEMBROS
               MOVE WST-MIE-CUOTA(WSV-K) TO WSV-CUOTA-EDIT
               MOVE WST-MIE-PAGADO(WSV-K) TO WSV-PAGADO-EDIT
               MOVE WST-MIE-SALDO(WSV-K) TO WSV-SALDO-EDIT
               DISPLAY WST-MIE-NOMBRE(WSV-K) ' ' WSV-CUOTA-EDIT ' '
                       WSV-PAGADO-EDIT ' ' WSV-SALDO-EDIT
           END-PERFORM.

      *DENTRO DE CADA GRUPO EL QUE MAS DEBE LE PAGA AL QUE MAS LE
      *DEBEN, HASTA CANCELAR EL GRUPO (K-1 PAGOS COMO MAXIMO)
       52000-INFORMAR-TRANSFERENCIAS.
           DISPLAY WSV-LINEA
           DISPLAY 'TRANSFERENCIAS PARA CANCELAR LOS SALDOS:'
           MOVE 0 TO WSV-CANT-TRANSF
           PERFORM VARYING WSV-GRUPO FROM 1 BY 1
                   UNTIL WSV-GRUPO > WSV-CANT-GRUPOS
               SET WSS-HAY-PAGO TO TRUE
               PERFORM 52100-TRANSFERIR-EN-GRUPO
                   UNTIL NOT WSS-HAY-PAGO
           END-PERFORM
           IF WSV-CANT-TRANSF = 0
               DISPLAY '   NO HAY SALDOS A CANCELAR'
           END-IF.

       52100-TRANSFERIR-EN-GRUPO.
           MOVE 0 TO WSV-ACREEDOR
           MOVE 0 TO WSV-DEUDOR
           PERFORM VARYING WSV-K FROM 1 BY 1
                   UNTIL WSV-K > WSV-CONT-MIEMBROS
               IF WST-MIE-GRUPO(WSV-K) = WSV-GRUPO
                   IF WST-MIE-RESTO(WSV-K) > 0
                       IF WSV-ACREEDOR = 0
                           MOVE WSV-K TO WSV-ACREEDOR
                       ELSE
                           IF WST-MIE-RESTO(WSV-K)
                                   > WST-MIE-RESTO(WSV-ACREEDOR)
                               MOVE WSV-K TO WSV-ACREEDOR
                           END-IF
                       END-IF
                   END-IF
                   IF WST-MIE-RESTO(WSV-K) < 0
                       IF WSV-DEUDOR = 0
                           MOVE WSV-K TO WSV-DEUDOR
                       ELSE
                           IF WST-MIE-RESTO(WSV-K)
                                   < WST-MIE-RESTO(WSV-DEUDOR)
                               MOVE WSV-K TO WSV-DEUDOR
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WSV-ACREEDOR = 0 OR WSV-DEUDOR = 0
               MOVE 'N' TO WSV-HAY-PAGO
           ELSE
               COMPUTE WSV-TRANSFERENCIA = 0 - WST-MIE-RESTO(WSV-DEUDOR)
               IF WST-MIE-RESTO(WSV-ACREEDOR) < WSV-TRANSFERENCIA
                   MOVE WST-MIE-RESTO(WSV-ACREEDOR)
                       TO WSV-TRANSFERENCIA
               END-IF
               ADD WSV-TRANSFERENCIA TO WST-MIE-RESTO(WSV-DEUDOR)
               SUBTRACT WSV-TRANSFERENCIA
                   FROM WST-MIE-RESTO(WSV-ACREEDOR)
               ADD 1 TO WSV-CANT-TRANSF
               MOVE WSV-TRANSFERENCIA TO WSV-IMPORTE-EDIT
               DISPLAY '   ' WST-MIE-NOMBRE(WSV-DEUDOR) ' LE PAGA A '
                       WST-MIE-NOMBRE(WSV-ACREEDOR) ' '
                       WSV-IMPORTE-EDIT
           END-IF.

       53000-INFORMAR-FUERA.
           DISPLAY WSV-LINEA
           DISPLAY 'FACTURAS LIQUIDADAS:          '
                   WSV-CONT-LIQUIDADAS
           IF WSV-CONT-FUERA > 0
               MOVE WSV-IMPORTE-FUERA TO WSV-IMPORTE-EDIT
               DISPLAY 'IMPORTES SIN PAGO REGISTRADO: '
                       WSV-CONT-FUERA
                       ' POR ' WSV-IMPORTE-EDIT
                       ' (NO ENTRAN EN LA LIQUIDACION)'
           END-IF
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
