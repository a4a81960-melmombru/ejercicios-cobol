      *   es un cliente del libro (2 digitos): una cuenta mayor a 99
      *   se avisaba truncada al cliente equivocado; ahora se informa
      *   y el saldo queda sin rebajar en MOVCLI y CUENTAS.DAT.
      * 2026 10 - El libro (MOVCLI.DAT y CUENTAS.DAT) pasa a la clave de
      *   8 digitos de CLIENTES.DAT (EJES6031 convierte los archivos
      *   viejos), asi que toda nota de credito se postea y rebaja el
      *   saldo; se quita el aviso de cuenta mayor a 99.
      * 2026 10 - Las lineas de nota de credito se graban sin marca de
      *   precio manual.
      * 2026 10 - Una nota de credito mayor al saldo ya no deja el saldo
      *   en cero: el excedente queda como saldo a favor (REG-SALDO
      *   negativo) y lo consumen los cargos siguientes.
      * 2026 10 - SERVICIO.DAT y MOVCLI.DAT llevan al final el periodo y
      *   la fecha originales. Si el periodo acreditado o el mes de hoy
      *   ya fueron cerrados por EJES6042 (consulta a RUTPERIO) la nota
      *   se ofrece en el periodo abierto, con lo original como
      *   referencia; si no se acepta no se emite.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO); las lineas de nota de credito
      *   la graban en 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD NOTAS-CREDITO.
       01 REG-NOTA-CREDITO.

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
               88 WSS-MOV-EN-DISPUTA       VALUE 'S'.
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).

       FD IMPRESO.
       01 WSV-LINEA-IMPRESA        PIC X(70).
       01 WSV-DESCRIP-NC           PIC X(30).

      *SI EL PERIODO ACREDITADO O EL MES DE HOY YA ESTAN CERRADOS
      *(EJES6042) LA NOTA SE ASIENTA EN EL PERIODO ABIERTO Y LO
      *ORIGINAL QUEDA COMO REFERENCIA
       01 WSV-PERIODO-ASIENTO      PIC X(06).
       01 WSV-PERIODO-ORIGEN       PIC X(06).
       01 WSV-FECHA-LIBRO          PIC 9(08).
       01 WSV-FECHA-ORIGEN         PIC 9(08).
       01 WSV-NC-ACEPTADA          PIC X(01).
           88 WSS-NC-ACEPTADA          VALUE 'S'.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

      *REGRABADO DE CUENTAS.DAT CON EL SALDO REBAJADO
       01 WSC-MAX-CUENTAS          PIC 9(03) VALUE 100.
       01 WSV-CONT-CUENTAS         PIC S9(4) COMP VALUE 0.
       01 WST-CUENTAS.
           05 WST-CUENTA-ITEM      OCCURS 100 TIMES
                                   INDEXED BY IND-CTA.
               10 WST-CU-REGISTRO      PIC X(54).
       01 WSV-CUENTA-VISTA.
           05 WSV-CU-NRO           PIC 9(08).
           05 WSV-CU-NOMBRE        PIC X(30).
           05 WSV-CU-SALDO         PIC S9(05)V9(02).
           05 WSV-CU-LIMITE        PIC 9(05)V9(02).
       01 WSV-SUB-CTA              PIC 9(03).

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           DISPLAY 'INGRESE NRO DE CUENTA: '
           ACCEPT WSV-NRO-CUENTA-E
           DISPLAY 'INGRESE PERIODO FACTURADO (AAAAMM): '
                   DISPLAY 'NO SE ACREDITO NINGUN IMPORTE, NO SE '
                           'EMITE LA NOTA'
               ELSE
                   PERFORM 25000-VERIFICAR-PERIODOS
               END-IF
               IF WSV-TOTAL-NC > 0 AND WSS-NC-ACEPTADA
                   PERFORM 30000-ASIGNAR-NUMERO
                   PERFORM 40000-REGISTRAR-NOTA
                   PERFORM 50000-ASENTAR-EN-SERVICIO
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6020' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF WSS-OPER-OK
                   MOVE REG-OPER-CODIGO-E TO WSV-OPERADOR
                   DISPLAY 'OPERADOR: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'OPERADOR INVALIDO: ' WSV-ST-TEXTO-OPER
                   IF WSV-ST-TEXTO-OPER(1:3) = 'SIN'
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *SUMA LO FACTURADO POR TASA DE LA CUENTA Y PERIODO (LAS
      *LINEAS NEGATIVAS DE NOTAS ANTERIORES RESTAN SOLAS)
       10000-SUMAR-FACTURADO.

      *TOMA EL NUMERO DEL CONTROL Y LO REGRABA EN EL ACTO (SIN
      *HUECOS NI REUSO)
      *LA LINEA NEGATIVA DE SERVICIO.DAT VA AL PERIODO ACREDITADO Y
      *EL MOVIMIENTO N DEL LIBRO A LA FECHA DE HOY; CADA UNO QUE CAIGA
      *EN UN MES CERRADO SE OFRECE EN EL PERIODO ABIERTO
       25000-VERIFICAR-PERIODOS.
           SET WSS-NC-ACEPTADA TO TRUE
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WSV-PERIODO-E TO WSV-PERIODO-ASIENTO
           MOVE SPACES TO WSV-PERIODO-ORIGEN
           MOVE WSV-FECHA-HOY TO WSV-FECHA-LIBRO
           MOVE 0 TO WSV-FECHA-ORIGEN
           SET WSS-PERIODO-MES TO TRUE
           MOVE WSV-PERIODO-E TO REG-PERIO-PERIODO
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-OK AND WSS-PERIODO-CERRADO
               DISPLAY 'EL PERIODO ' WSV-PERIODO-E ' ESTA CERRADO'
               DISPLAY 'ASENTAR LA NOTA EN SERVICIO.DAT EN EL PERIODO '
                       REG-PERIO-PERIODO-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF WSS-CONFIRMA-PERIODO
                   MOVE WSV-PERIODO-E TO WSV-PERIODO-ORIGEN
                   MOVE REG-PERIO-PERIODO-R TO WSV-PERIODO-ASIENTO
               ELSE
                   MOVE 'N' TO WSV-NC-ACEPTADA
               END-IF
           END-IF
           IF WSS-NC-ACEPTADA
               SET WSS-PERIODO-FECHA TO TRUE
               MOVE WSV-FECHA-HOY TO REG-PERIO-FECHA
               CALL WSC-RUTPERIO USING REGISTRO-PERIODO
               IF WSS-PERIO-OK AND WSS-PERIODO-CERRADO
                   DISPLAY 'EL MES ' WSV-FECHA-HOY(1:6)
                           ' ESTA CERRADO'
                   DISPLAY 'REGISTRAR LA NOTA EN MOVCLI.DAT CON FECHA '
                           REG-PERIO-FECHA-R ' (S/N)? '
                   ACCEPT WSV-CONFIRMA-PERIODO
                   IF WSS-CONFIRMA-PERIODO
                       MOVE WSV-FECHA-HOY TO WSV-FECHA-ORIGEN
                       MOVE REG-PERIO-FECHA-R TO WSV-FECHA-LIBRO
                   ELSE
                       MOVE 'N' TO WSV-NC-ACEPTADA
                   END-IF
               END-IF
           END-IF
           IF NOT WSS-NC-ACEPTADA
               DISPLAY 'NO SE EMITE LA NOTA'
           END-IF.

       30000-ASIGNAR-NUMERO.
           MOVE 1 TO WSV-PROX-NC
           OPEN INPUT CONTROL-NC
                       MOVE 'NC ' TO REG-COD-SERVICIO
                       MOVE WSV-NRO-CUENTA-E TO REG-NRO-CUENTA
                       MOVE WSV-DESCRIP-NC TO REG-DESCRIP-SERV
                       MOVE WSV-PERIODO-ASIENTO TO REG-PERIODO-FACT
                       MOVE WSV-PERIODO-ORIGEN TO REG-PERIODO-ORIGEN
                       COMPUTE WSV-MONTO-NEGATIVO = 0 -
                               WST-TA-ACREDITAR(WSV-SUB-TASA)
                       MOVE WSV-MONTO-NEGATIVO
                           TO REG-MONTO-FACTURA
                       COMPUTE REG-TASA-COD = WSV-SUB-TASA - 1
                       MOVE SPACE TO REG-PRECIO-MANUAL
                       MOVE 0 TO REG-CANTIDAD-CONSUMO
                       WRITE REG-SERVICIO
                       IF NOT WSS-FS-SERVICIOS-OK
                           DISPLAY 'ERROR EN EL WRITE DE '
           END-IF.

      *POSTEA EL MOVIMIENTO TIPO N EN EL LIBRO Y REBAJA EL SALDO
      *DE CUENTAS.DAT (EL LIBRO USA LA MISMA CLAVE DE 8 DIGITOS
      *QUE CLIENTES.DAT)
       60000-REBAJAR-SALDOS.
           OPEN EXTEND MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE MOVCLI.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
           ELSE
               MOVE WSV-NRO-CUENTA-E TO REG-MOV-NRO-CLIENTE
               MOVE WSV-FECHA-LIBRO TO REG-MOV-FECHA
               MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
               MOVE 'N' TO REG-MOV-TIPO
               MOVE WSV-TOTAL-NC TO REG-MOV-IMPORTE
               MOVE 'N' TO REG-MOV-DISPUTA
               MOVE 0 TO REG-MOV-FECHA-DISP
               MOVE SPACES TO REG-MOV-MOTIVO-DISP
               WRITE REG-MOVIMIENTO
               IF NOT WSS-FS-MOVIMIENTOS-OK
                   DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-MOVIMIENTOS
               END-IF
               CLOSE MOVIMIENTOS
           END-IF
           PERFORM 61000-REBAJAR-CUENTA.

       61000-REBAJAR-CUENTA.
           MOVE 0 TO WSV-CONT-CUENTAS
                       MOVE WST-CU-REGISTRO(IND-CTA)
                           TO WSV-CUENTA-VISTA
                       IF WSV-CU-NRO = WSV-NRO-CUENTA-E
                           SUBTRACT WSV-TOTAL-NC FROM WSV-CU-SALDO
                               ON SIZE ERROR
                                   DISPLAY 'EL SALDO DE LA CUENTA '
                                           WSV-CU-NRO ' DESBORDA, '
                                           'AJUSTARLO A MANO'
                           END-SUBTRACT
                       END-IF
                       MOVE WSV-CUENTA-VISTA TO REG-CUENTA
                       WRITE REG-CUENTA
