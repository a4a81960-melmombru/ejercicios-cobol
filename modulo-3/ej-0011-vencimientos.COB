      *   o feriado (segun FERIADOS.DAT) se corren al primer dia
      *   habil via RUTHABIL, avisando el corrimiento, para no
      *   penalizar pagos que no podian hacerse ese dia.
      * 2026 10 - Al registrar un pago se pide quien de los miembros de
      *   la casa (MIEMBROS.DAT) lo pago y se guarda en el nuevo campo
      *   REG-VEN-PAGADOR, para la liquidacion del reparto de gastos
      *   (EJE011DE).
      * 2026 10 - Antes de registrar un pago se consultan las alertas de
      *   ALERTAS.DAT (EJE011DG): si la factura de esa cuenta y mes
      *   quedo fuera de banda se muestran el monto y las referencias y
      *   se pide confirmacion; sin confirmar no se marca como pagada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.

       SELECT OPTIONAL MIEMBROS-TABLA
                               ASSIGN TO DISK './MIEMBROS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MIEMBROS.

       SELECT OPTIONAL ALERTAS ASSIGN TO DISK './ALERTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ALERTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-VEN-CUENTA       PIC 9(01).
           05 REG-VEN-FECHA-VTO    PIC 9(08).
           05 REG-VEN-PAGADO       PIC X(01).
           05 REG-VEN-PAGADOR      PIC 9(01).

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).

       FD MIEMBROS-TABLA.
       01 REG-MIEMBRO-NOMBRE       PIC X(10).

       FD ALERTAS.
       COPY REG-ALERTA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-VENCIMIENTOS      PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01 WSS-FS-MIEMBROS          PIC X(02).
           88 WSS-FS-MIEMBROS-OK       VALUE '00' '05'.
           88 WSS-FS-MIEMBROS-EOF      VALUE '10'.

       01 WSS-FS-ALERTAS           PIC X(02).
           88 WSS-FS-ALERTAS-OK        VALUE '00' '05'.
           88 WSS-FS-ALERTAS-EOF       VALUE '10'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.

      *MIEMBROS DE LA CASA (MIEMBROS.DAT, EL NUMERO ES LA POSICION)
       77  WSC-MAX-MIEMBROS        PIC 9(01) VALUE 6.
       01  WSV-CONT-MIEMBROS       PIC 9(01) VALUE 0.
       01  WST-MIEMBROS.
           05 WST-MIEMBRO          PIC X(10) OCCURS 6.
       01  WSV-PAGADOR-E           PIC 9(01).
       01  WSV-PAGADOR-NOMBRE      PIC X(10).

      *ALERTAS DE FACTURAS FUERA DE BANDA (ALERTAS.DAT, EJE011DG)
       77  WSC-MAX-ALERTAS         PIC 9(03) VALUE 200.
       01  WSV-CONT-ALERTAS        PIC S9(4) COMP VALUE 0.
       01  WST-ALERTAS.
           05 WST-ALE-ITEM         OCCURS 200 TIMES
                                   INDEXED BY IND-AL.
               10 WST-AL-ANIO      PIC 9(04).
               10 WST-AL-MES       PIC 9(02).
               10 WST-AL-CUENTA    PIC 9(01).
               10 WST-AL-ORIGEN    PIC X(03).
               10 WST-AL-MONTO     PIC 9(07).
               10 WST-AL-REF-HIST  PIC 9(07).
               10 WST-AL-REF-PROM  PIC 9(07).
       01  WSV-HAY-ALERTA          PIC X(01).
           88 WSS-HAY-ALERTA               VALUE 'S'.
       01  WSV-CONFIRMA-E          PIC X(01).
           88 WSS-CONFIRMA                 VALUE 'S' 's'.

      *VENCIMIENTOS CARGADOS EN MEMORIA
       77 WSC-MAX-VENCIMIENTOS     PIC 9(03) VALUE 200.
       01 WSV-CONT-VENC            PIC S9(4) COMP VALUE 0.
               10 WST-VE-FECHA-VTO PIC 9(08).
               10 WST-VE-PAGADO    PIC X(01).
                   88 WSS-VE-PAGADO        VALUE 'S'.
               10 WST-VE-PAGADOR   PIC 9(01).

       01 WSV-BUSQUEDA-VEN         PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM CARGAR-MIEMBROS
           PERFORM CARGAR-ALERTAS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-I)
           END-IF.

      *CARGA LOS MIEMBROS DE LA CASA; SIN MIEMBROS.DAT NO SE PIDE
      *QUIEN PAGO
       CARGAR-MIEMBROS.
           OPEN INPUT MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS = '00'
               PERFORM LEER-Y-CARGAR-MIEMBRO
                   UNTIL WSS-FS-MIEMBROS-EOF
                      OR WSV-CONT-MIEMBROS >= WSC-MAX-MIEMBROS
           END-IF
           CLOSE MIEMBROS-TABLA.

       LEER-Y-CARGAR-MIEMBRO.
           READ MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS-OK
               ADD 1 TO WSV-CONT-MIEMBROS
               MOVE REG-MIEMBRO-NOMBRE
                   TO WST-MIEMBRO(WSV-CONT-MIEMBROS)
           END-IF.

      *CARGA LAS ALERTAS DE LA ULTIMA CORRIDA DE EJE011DG; SIN
      *ALERTAS.DAT LOS PAGOS SE REGISTRAN SIN CONSULTA
       CARGAR-ALERTAS.
           OPEN INPUT ALERTAS
           IF WSS-FS-ALERTAS = '00'
               PERFORM LEER-Y-CARGAR-ALERTA
                   UNTIL WSS-FS-ALERTAS-EOF
                      OR WSV-CONT-ALERTAS >= WSC-MAX-ALERTAS
           END-IF
           CLOSE ALERTAS.

       LEER-Y-CARGAR-ALERTA.
           READ ALERTAS
           IF WSS-FS-ALERTAS-OK
               ADD 1 TO WSV-CONT-ALERTAS
               SET IND-AL TO WSV-CONT-ALERTAS
               MOVE REG-ALE-ANIO TO WST-AL-ANIO(IND-AL)
               MOVE REG-ALE-MES TO WST-AL-MES(IND-AL)
               MOVE REG-ALE-CUENTA TO WST-AL-CUENTA(IND-AL)
               IF WSS-ALE-DE-SERVICIO
                   MOVE REG-ALE-COD-SERVICIO TO WST-AL-ORIGEN(IND-AL)
               ELSE
                   MOVE 'MAT' TO WST-AL-ORIGEN(IND-AL)
               END-IF
               MOVE REG-ALE-MONTO TO WST-AL-MONTO(IND-AL)
               MOVE REG-ALE-REF-HIST TO WST-AL-REF-HIST(IND-AL)
               MOVE REG-ALE-REF-PROM TO WST-AL-REF-PROM(IND-AL)
           END-IF.

      *LEE VENCIMIENTOS.DAT COMPLETO Y LO CARGA EN MEMORIA
       10000-CARGAR-TABLA.
           OPEN INPUT VENCIMIENTOS
                   MOVE REG-VEN-CUENTA TO WST-VE-CUENTA(IND-VE)
                   MOVE REG-VEN-FECHA-VTO TO WST-VE-FECHA-VTO(IND-VE)
                   MOVE REG-VEN-PAGADO TO WST-VE-PAGADO(IND-VE)
                   IF REG-VEN-PAGADOR NUMERIC
                       MOVE REG-VEN-PAGADOR TO WST-VE-PAGADOR(IND-VE)
                   ELSE
                       MOVE 0 TO WST-VE-PAGADOR(IND-VE)
                   END-IF
               END-IF
           END-IF.

           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-REGISTRAR-VENCIMIENTO
               WHEN 2 PERFORM 22000-REGISTRAR-PAGO
                         THRU FIN-REGISTRAR-PAGO
               WHEN 3 PERFORM 23000-LISTAR-VENCIMIENTOS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
                   MOVE WSV-CUENTA-E TO WST-VE-CUENTA(IND-VE)
                   MOVE WSV-FECHA-VTO-E TO WST-VE-FECHA-VTO(IND-VE)
                   MOVE 'N' TO WST-VE-PAGADO(IND-VE)
                   MOVE 0 TO WST-VE-PAGADOR(IND-VE)
                   DISPLAY 'VENCIMIENTO REGISTRADO'
               END-IF
           END-IF
           ADD 1 TO WSV-CONT-CAMBIOS.

      *MARCA COMO PAGADO EL VENCIMIENTO DE UNA CUENTA Y MES Y, SI
      *HAY MIEMBROS CARGADOS, REGISTRA QUIEN LO PAGO (EJE011DE LO USA
      *PARA LA LIQUIDACION DEL REPARTO DE GASTOS)
       22000-REGISTRAR-PAGO.
           PERFORM 21500-PEDIR-CLAVE
           PERFORM 25000-BUSCAR-VENCIMIENTO
           IF WSS-BUSQUEDA-OK
               PERFORM 22200-CONTROLAR-ALERTAS
               IF WSS-HAY-ALERTA AND NOT WSS-CONFIRMA
                   DISPLAY 'PAGO NO REGISTRADO'
                   GO TO FIN-REGISTRAR-PAGO
               END-IF
               MOVE 0 TO WSV-PAGADOR-E
               IF WSV-CONT-MIEMBROS > 0
                   PERFORM 22500-PEDIR-PAGADOR
               END-IF
               MOVE 'S' TO WST-VE-PAGADO(IND-VE)
               MOVE WSV-PAGADOR-E TO WST-VE-PAGADOR(IND-VE)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'PAGO REGISTRADO'
           ELSE
                       'CUENTA Y MES'
           END-IF.

       FIN-REGISTRAR-PAGO.
           EXIT.

      *SI EJE011DG DEJO ALERTAS PARA LA CUENTA Y MES, LAS MUESTRA Y
      *PIDE CONFIRMACION ANTES DE DAR LA FACTURA POR PAGADA
       22200-CONTROLAR-ALERTAS.
           MOVE 'N' TO WSV-HAY-ALERTA
           MOVE 'N' TO WSV-CONFIRMA-E
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALERTAS
               IF WST-AL-ANIO(IND-AL) = WSV-ANIO-E
                       AND WST-AL-MES(IND-AL) = WSV-MES-E
                       AND WST-AL-CUENTA(IND-AL) = WSV-CUENTA-E
                   IF NOT WSS-HAY-ALERTA
                       DISPLAY 'ATENCION: LA FACTURA TIENE ALERTA DE '
                               'MONTO FUERA DE LO HABITUAL'
                       SET WSS-HAY-ALERTA TO TRUE
                   END-IF
                   DISPLAY '   ' WST-AL-ORIGEN(IND-AL)
                           ' MONTO ' WST-AL-MONTO(IND-AL)
                           ' MISMO MES ANIOS ANT. '
                           WST-AL-REF-HIST(IND-AL)
                           ' 3 MESES ' WST-AL-REF-PROM(IND-AL)
               END-IF
           END-PERFORM
           IF WSS-HAY-ALERTA
               DISPLAY 'CONFIRMA EL PAGO (S/N): '
               ACCEPT WSV-CONFIRMA-E
           END-IF.

      *PIDE QUIEN DE LOS MIEMBROS PAGO LA FACTURA
       22500-PEDIR-PAGADOR.
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CONT-MIEMBROS
               DISPLAY WSV-I '. ' WST-MIEMBRO(WSV-I)
           END-PERFORM
           MOVE 0 TO WSV-PAGADOR-E
           PERFORM UNTIL WSV-PAGADOR-E >= 1
                   AND WSV-PAGADOR-E <= WSV-CONT-MIEMBROS
               DISPLAY 'INGRESE QUIEN PAGO: '
               ACCEPT WSV-PAGADOR-E
           END-PERFORM.

       23000-LISTAR-VENCIMIENTOS.
           PERFORM VARYING IND-VE FROM 1 BY 1
                   UNTIL IND-VE > WSV-CONT-VENC
               MOVE SPACES TO WSV-PAGADOR-NOMBRE
               IF WST-VE-PAGADOR(IND-VE) > 0
                       AND WST-VE-PAGADOR(IND-VE) <= WSV-CONT-MIEMBROS
                   MOVE WST-MIEMBRO(WST-VE-PAGADOR(IND-VE))
                       TO WSV-PAGADOR-NOMBRE
               END-IF
               DISPLAY WST-VE-ANIO(IND-VE) '/' WST-VE-MES(IND-VE) ' '
                       WST-CUENTA(WST-VE-CUENTA(IND-VE))
                       ' VTO ' WST-VE-FECHA-VTO(IND-VE)
                       ' PAGADO ' WST-VE-PAGADO(IND-VE)
                       ' ' WSV-PAGADOR-NOMBRE
           END-PERFORM.

      *BUSCA EL VENCIMIENTO POR ANIO, MES Y CUENTA
                       MOVE WST-VE-FECHA-VTO(IND-VE)
                           TO REG-VEN-FECHA-VTO
                       MOVE WST-VE-PAGADO(IND-VE) TO REG-VEN-PAGADO
                       MOVE WST-VE-PAGADOR(IND-VE) TO REG-VEN-PAGADOR
                       WRITE REG-VENCIMIENTO
                       IF NOT WSS-FS-VENC-OK
                           DISPLAY 'ERROR EN EL WRITE DE '
