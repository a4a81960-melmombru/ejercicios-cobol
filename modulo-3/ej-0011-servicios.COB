      *   informa, asi repetir el paso deja de duplicar el mes. El
      *   modo L lista por periodo las lineas aplicadas y las
      *   pendientes sin tocar nada.
      * 2026 10 - SERVICIO.DAT lleva al final la marca de precio manual
      *   de la linea (S precio fuera de la lista de precios, N precio
      *   de lista, en blanco lineas anteriores y notas de credito).
      * 2026 10 - SERVICIO.DAT lleva al final el periodo original de la
      *   linea (REG-PERIODO-ORIGEN) cuando se la asento en el periodo
      *   abierto porque el suyo estaba cerrado por EJES6042; en blanco
      *   en las demas.
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO); al aplicar la linea la
      *   cantidad se suma en la misma celda de CONSUMOS001.DAT, el
      *   archivo de cantidades que graba EJE011D0.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS001.

       SELECT OPTIONAL CONSUMOS
                               ASSIGN TO DISK './CONSUMOS001.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONSUMOS.

       SELECT OPTIONAL APLICADAS
                               ASSIGN TO DISK './APLICADAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD MAPEO.
       01 REG-MAPEO.
           05 REG-C01-ANIO         PIC 9(04).
           05 REG-C01-LINEA        PIC X(30).

       FD CONSUMOS.
       01 REG-CONSUMO.
           05 REG-CON-ANIO         PIC 9(04).
           05 REG-CON-LINEA        PIC X(30).

       FD APLICADAS.
       01 REG-APLICADA.
           05 REG-APL-CODIGO       PIC X(03).
           88 WSS-FS-CUENTAS001-OK     VALUE '00'.
           88 WSS-FS-CUENTAS001-EOF    VALUE '10'.

       01 WSS-FS-CONSUMOS          PIC X(02).
           88 WSS-FS-CONSUMOS-OK       VALUE '00' '05'.
           88 WSS-FS-CONSUMOS-EOF      VALUE '10'.

      *MAPEO CODIGO DE SERVICIO -> COLUMNA DE LA MATRIZ
       77 WSC-MAX-MAPEOS           PIC 9(02) VALUE 20.
       01 WSV-CONT-MAPEOS          PIC 9(02) VALUE 0.
                       20 WST-AN-GASTO     PIC 9(5).
                       20 WST-AN-SEP       PIC X.

      *ANIOS DE CONSUMOS001.DAT (CANTIDADES, MISMO FORMATO)
       01 WSV-CONT-ANIOS-CON       PIC 9(02) VALUE 0.
       01 WST-ANIOS-CONSUMO.
           05 WST-CON-ANIO-DET     OCCURS 10.
               10 WST-CO-ANIO      PIC 9(04).
               10 WST-CO-FILA      OCCURS 13.
                   15 WST-CO-DET   OCCURS 5.
                       20 WST-CO-CANTIDAD  PIC 9(5).
                       20 WST-CO-SEP       PIC X.
       01 WSV-SUB-ANIO-CON         PIC 9(02).
       01 WSV-CONT-CON-APLICADAS   PIC S9(4) COMP VALUE 0.

       01 WSV-ANIO-BUSCADO         PIC 9(04).
       01 WSV-SUB-ANIO             PIC 9(02).
       01 WSV-SUB-BUSQ             PIC 9(02).
           END-IF
           PERFORM 10000-CARGAR-MAPEO
           PERFORM 20000-CARGAR-CUENTAS001
           PERFORM 24000-CARGAR-CONSUMOS
           PERFORM 30000-APLICAR-SERVICIOS
           PERFORM 40000-GRABAR-CUENTAS001
           PERFORM 42000-GRABAR-CONSUMOS
           PERFORM 45000-GRABAR-CLAVES-NUEVAS
           PERFORM 50000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.
           END-PERFORM
           MOVE 0 TO WSV-FILA-LEIDA.

      *LEE CONSUMOS001.DAT COMPLETO A MEMORIA (TODOS LOS ANIOS)
       24000-CARGAR-CONSUMOS.
           OPEN INPUT CONSUMOS
           IF WSS-FS-CONSUMOS = '00'
               PERFORM 24100-LEER-Y-CARGAR-CONSUMO
                   UNTIL WSS-FS-CONSUMOS-EOF
           END-IF
           CLOSE CONSUMOS.

       24100-LEER-Y-CARGAR-CONSUMO.
           READ CONSUMOS
           IF WSS-FS-CONSUMOS-OK
               MOVE REG-CON-ANIO TO WSV-ANIO-BUSCADO
               PERFORM 25000-BUSCAR-ANIO-CONSUMO
               IF WSV-SUB-ANIO-CON = 0
                   IF WSV-CONT-ANIOS-CON >= WSC-MAX-ANIOS
                       DISPLAY 'TABLA DE ANIOS DE CONSUMO LLENA, SE '
                               'IGNORA EL RESTO DEL ARCHIVO'
                       MOVE HIGH-VALUE TO WSS-FS-CONSUMOS
                   ELSE
                       PERFORM 26000-AGREGAR-ANIO-CONSUMO
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

       25000-BUSCAR-ANIO-CONSUMO.
           MOVE 0 TO WSV-SUB-ANIO-CON
           PERFORM VARYING WSV-SUB-BUSQ FROM 1 BY 1
                   UNTIL WSV-SUB-BUSQ > WSV-CONT-ANIOS-CON
                       OR WSV-SUB-ANIO-CON NOT= 0
               IF WST-CO-ANIO(WSV-SUB-BUSQ) = WSV-ANIO-BUSCADO
                   MOVE WSV-SUB-BUSQ TO WSV-SUB-ANIO-CON
               END-IF
           END-PERFORM.

      *AGREGA EL ANIO BUSCADO A LOS CONSUMOS CON SUS 13 FILAS EN CERO
       26000-AGREGAR-ANIO-CONSUMO.
           ADD 1 TO WSV-CONT-ANIOS-CON
           MOVE WSV-CONT-ANIOS-CON TO WSV-SUB-ANIO-CON
           MOVE WSV-ANIO-BUSCADO TO WST-CO-ANIO(WSV-SUB-ANIO-CON)
           PERFORM VARYING WSV-SUB-FILA FROM 1 BY 1
                   UNTIL WSV-SUB-FILA > 13
               PERFORM VARYING WSV-SUB-COL-INI FROM 1 BY 1
                       UNTIL WSV-SUB-COL-INI > 5
                   MOVE 0 TO WST-CO-CANTIDAD(WSV-SUB-ANIO-CON,
                           WSV-SUB-FILA, WSV-SUB-COL-INI)
                   MOVE '-' TO WST-CO-SEP(WSV-SUB-ANIO-CON,
                           WSV-SUB-FILA, WSV-SUB-COL-INI)
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WSV-FILA-LEIDA.

      *RECORRE SERVICIO.DAT APLICANDO CADA LINEA EN LA CELDA DE SU
      *PERIODO Y COLUMNA MAPEADA
       30000-APLICAR-SERVICIOS.
                           WSV-SUB-COL) + REG-MONTO-FACTURA
                   ADD 1 TO WSV-CONT-APLICADAS
                   PERFORM 08000-ANOTAR-CLAVE-NUEVA
                   PERFORM 34000-APLICAR-CANTIDAD
               END-IF
           END-IF.

      *SUMA LA CANTIDAD CONSUMIDA DE LA LINEA (SI LA TRAE) EN LA
      *MISMA CELDA DE CONSUMOS001.DAT; LAS LINEAS ANTERIORES AL
      *CAMPO VIENEN EN BLANCO Y SE TOMAN COMO SIN CANTIDAD
       34000-APLICAR-CANTIDAD.
           IF REG-CANTIDAD-CONSUMO NUMERIC
                   AND REG-CANTIDAD-CONSUMO > 0
               PERFORM 25000-BUSCAR-ANIO-CONSUMO
               IF WSV-SUB-ANIO-CON = 0
                   IF WSV-CONT-ANIOS-CON >= WSC-MAX-ANIOS
                       DISPLAY 'TABLA DE ANIOS DE CONSUMO LLENA, NO '
                               'SE APLICA LA CANTIDAD DEL PERIODO '
                               REG-PERIODO-FACT
                   ELSE
                       PERFORM 26000-AGREGAR-ANIO-CONSUMO
                   END-IF
               END-IF
               IF WSV-SUB-ANIO-CON NOT= 0
                   ADD REG-CANTIDAD-CONSUMO TO
                       WST-CO-CANTIDAD(WSV-SUB-ANIO-CON, WSV-MES-FACT,
                       WSV-SUB-COL)
                       ON SIZE ERROR
                           DISPLAY 'CANTIDAD FUERA DE RANGO EN EL '
                                   'PERIODO ' REG-PERIODO-FACT
                                   ', NO SE APLICA'
                       NOT ON SIZE ERROR
                           ADD 1 TO WSV-CONT-CON-APLICADAS
                   END-ADD
               END-IF
           END-IF.

           END-PERFORM
           CLOSE CUENTAS001.

      *REGRABA CONSUMOS001.DAT COMPLETO CON TODOS LOS ANIOS
       42000-GRABAR-CONSUMOS.
           IF WSV-CONT-ANIOS-CON > 0
               OPEN OUTPUT CONSUMOS
               IF NOT WSS-FS-CONSUMOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE '
                           'CONSUMOS001.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CONSUMOS
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM VARYING WSV-SUB-ANIO-CON FROM 1 BY 1
                       UNTIL WSV-SUB-ANIO-CON > WSV-CONT-ANIOS-CON
                   PERFORM VARYING WSV-SUB-FILA FROM 1 BY 1
                           UNTIL WSV-SUB-FILA > 13
                       MOVE WST-CO-ANIO(WSV-SUB-ANIO-CON)
                           TO REG-CON-ANIO
                       MOVE WST-CO-FILA(WSV-SUB-ANIO-CON,
                           WSV-SUB-FILA) TO REG-CON-LINEA
                       WRITE REG-CONSUMO
                       IF NOT WSS-FS-CONSUMOS-OK
                           DISPLAY 'ERROR EN EL WRITE DE '
                                   'CONSUMOS001.DAT'
                           DISPLAY 'FILE STATUS ' WSS-FS-CONSUMOS
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE CONSUMOS
           END-IF.

       50000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'LINEAS APLICADAS A LA MATRIZ:  '
                   WSV-CONT-PERIODO-MALO
           DISPLAY 'YA APLICADAS EN OTRA CORRIDA:  '
                   WSV-CONT-YA-APLICADAS
           DISPLAY 'CANTIDADES APLICADAS:          '
                   WSV-CONT-CON-APLICADAS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
