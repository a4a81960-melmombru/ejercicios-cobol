      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Rutina de indices de precios sobre INDICES.DAT
      *    (mantenido por EJE011DF), para expresar los gastos de la
      *    casa a precios constantes. Opciones: V devuelve el valor
      *    del indice de un anio y mes para una categoria (el nombre
      *    de la cuenta); si la cuenta no tiene indice propio se usa
      *    el general (categoria en blanco) y se avisa en
      *    REG-INDIC-GENERAL. C devuelve el coeficiente que lleva un
      *    importe de ese anio y mes a precios del mes base (indice
      *    del mes base / indice del mes), con la misma regla de
      *    categoria. Sin indice para alguno de los dos meses se
      *    responde SIN DATO. El archivo se carga en memoria en la
      *    primera llamada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTINDIC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL INDICES     ASSIGN TO DISK 'INDICES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INDICES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD INDICES.
       COPY REG-INDARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-INDICES               PIC X(02).
           88 WSS-FS-INDICES-OK            VALUE '00' '05'.
           88 WSS-FS-INDICES-EOF           VALUE '10'.

       01 WSV-TABLA-CARGADA            PIC X(01) VALUE 'N'.
           88 WSS-TABLA-CARGADA                VALUE 'S'.

       01 WSC-MAX-INDICES              PIC 9(04) VALUE 1200.
       01 WSV-CONT-INDICES             PIC S9(4) COMP VALUE 0.
       01 WST-INDICES.
           05 WST-IND-ITEM         OCCURS 1200 TIMES
                                   INDEXED BY IND-IN.
               10 WST-IN-ANIO      PIC 9(04).
               10 WST-IN-MES       PIC 9(02).
               10 WST-IN-CATEGORIA PIC X(08).
               10 WST-IN-VALOR     PIC 9(05)V9(04).

      *CLAVE A BUSCAR Y RESULTADO DE LA BUSQUEDA
       01 WSV-BUS-ANIO                 PIC 9(04).
       01 WSV-BUS-MES                  PIC 9(02).
       01 WSV-BUS-CATEGORIA            PIC X(08).
       01 WSV-BUS-VALOR                PIC 9(05)V9(04).
       01 WSV-BUS-GENERAL              PIC X(01).
       01 WSV-ENCONTRADO               PIC X(01).
           88 WSS-ENCONTRADO                   VALUE 'S'.
       01 WSV-VALOR-MES                PIC 9(05)V9(04).
       01 WSV-VALOR-BASE               PIC 9(05)V9(04).

       LINKAGE SECTION.
       COPY REG-INDIC.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-INDIC.
       00000-CONTROL.
           SET WSS-INDIC-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-INDIC
           MOVE 0 TO REG-INDIC-VALOR
           MOVE 0 TO REG-INDIC-COEF
           MOVE 'N' TO REG-INDIC-GENERAL
           IF NOT WSS-TABLA-CARGADA
               PERFORM 05000-CARGAR-INDICES
           END-IF
           EVALUATE TRUE
           WHEN WSS-INDIC-VALOR
               PERFORM 10000-DEVOLVER-VALOR
           WHEN WSS-INDIC-COEFICIENTE
               PERFORM 20000-DEVOLVER-COEFICIENTE
           WHEN OTHER
               SET WSS-INDIC-ERROR TO TRUE
               MOVE "ACCION SOLICITADA NO ENCONTRADA"
                   TO WSV-ST-TEXTO-INDIC
           END-EVALUATE
           PERFORM 90000-FIN-DE-RUTINA.

      *CARGA INDICES.DAT EN MEMORIA (UNA SOLA VEZ POR CORRIDA)
       05000-CARGAR-INDICES.
           MOVE 0 TO WSV-CONT-INDICES
           OPEN INPUT INDICES
           IF WSS-FS-INDICES-OK
               PERFORM 05100-LEER-Y-CARGAR-INDICE
                   UNTIL WSS-FS-INDICES-EOF
               CLOSE INDICES
           END-IF
           SET WSS-TABLA-CARGADA TO TRUE.

       05100-LEER-Y-CARGAR-INDICE.
           READ INDICES
           IF WSS-FS-INDICES-OK
               IF WSV-CONT-INDICES >= WSC-MAX-INDICES
                   MOVE HIGH-VALUE TO WSS-FS-INDICES
               ELSE
                   IF REG-INA-VALOR NUMERIC AND REG-INA-VALOR > 0
                       ADD 1 TO WSV-CONT-INDICES
                       SET IND-IN TO WSV-CONT-INDICES
                       MOVE REG-INA-ANIO TO WST-IN-ANIO(IND-IN)
                       MOVE REG-INA-MES TO WST-IN-MES(IND-IN)
                       MOVE REG-INA-CATEGORIA
                           TO WST-IN-CATEGORIA(IND-IN)
                       MOVE REG-INA-VALOR TO WST-IN-VALOR(IND-IN)
                   END-IF
               END-IF
           END-IF.

      *VALOR DEL INDICE DEL ANIO Y MES RECIBIDOS
       10000-DEVOLVER-VALOR.
           MOVE REG-INDIC-ANIO TO WSV-BUS-ANIO
           MOVE REG-INDIC-MES TO WSV-BUS-MES
           PERFORM 30000-BUSCAR-CON-GENERAL
           IF WSS-INDIC-OK
               MOVE WSV-BUS-VALOR TO REG-INDIC-VALOR
               MOVE WSV-BUS-GENERAL TO REG-INDIC-GENERAL
           END-IF.

      *COEFICIENTE PARA LLEVAR UN IMPORTE DEL ANIO Y MES RECIBIDOS A
      *PRECIOS DEL MES BASE
       20000-DEVOLVER-COEFICIENTE.
           MOVE REG-INDIC-ANIO TO WSV-BUS-ANIO
           MOVE REG-INDIC-MES TO WSV-BUS-MES
           PERFORM 30000-BUSCAR-CON-GENERAL
           IF WSS-INDIC-OK
               MOVE WSV-BUS-VALOR TO WSV-VALOR-MES
               MOVE WSV-BUS-VALOR TO REG-INDIC-VALOR
               MOVE WSV-BUS-GENERAL TO REG-INDIC-GENERAL
               MOVE REG-INDIC-ANIO-BASE TO WSV-BUS-ANIO
               MOVE REG-INDIC-MES-BASE TO WSV-BUS-MES
               PERFORM 30000-BUSCAR-CON-GENERAL
           END-IF
      *LOS DOS MESES SE TOMAN DE LA MISMA SERIE: SI UNO DE ELLOS SOLO
      *TIENE EL GENERAL, EL OTRO TAMBIEN SE BUSCA EN EL GENERAL
           IF WSS-INDIC-OK AND WSV-BUS-GENERAL NOT = REG-INDIC-GENERAL
               MOVE WSV-BUS-VALOR TO WSV-VALOR-BASE
               IF WSV-BUS-GENERAL = 'S'
                   MOVE REG-INDIC-ANIO TO WSV-BUS-ANIO
                   MOVE REG-INDIC-MES TO WSV-BUS-MES
                   MOVE SPACES TO WSV-BUS-CATEGORIA
                   PERFORM 31000-BUSCAR-INDICE
                   MOVE WSV-BUS-VALOR TO WSV-VALOR-MES
                   MOVE WSV-BUS-VALOR TO REG-INDIC-VALOR
               ELSE
                   MOVE SPACES TO WSV-BUS-CATEGORIA
                   PERFORM 31000-BUSCAR-INDICE
                   MOVE WSV-BUS-VALOR TO WSV-VALOR-BASE
               END-IF
               IF NOT WSS-ENCONTRADO
                   SET WSS-INDIC-SIN-DATO TO TRUE
                   MOVE 'NO HAY INDICE PARA ESE MES'
                       TO WSV-ST-TEXTO-INDIC
               END-IF
               MOVE WSV-VALOR-BASE TO WSV-BUS-VALOR
               MOVE 'S' TO WSV-BUS-GENERAL
           END-IF
           IF WSS-INDIC-OK
               IF WSV-BUS-GENERAL = 'S'
                   MOVE 'S' TO REG-INDIC-GENERAL
               END-IF
               COMPUTE REG-INDIC-COEF ROUNDED =
                       WSV-BUS-VALOR / WSV-VALOR-MES
                   ON SIZE ERROR
                       SET WSS-INDIC-ERROR TO TRUE
                       MOVE 'COEFICIENTE FUERA DE RANGO'
                           TO WSV-ST-TEXTO-INDIC
               END-COMPUTE
           END-IF.

      *BUSCA WSV-BUS-ANIO/WSV-BUS-MES PARA LA CATEGORIA RECIBIDA Y,
      *SI NO ESTA, PARA EL INDICE GENERAL (CATEGORIA EN BLANCO)
       30000-BUSCAR-CON-GENERAL.
           IF WSV-BUS-MES < 1 OR WSV-BUS-MES > 12
               SET WSS-INDIC-ERROR TO TRUE
               MOVE 'MES INVALIDO' TO WSV-ST-TEXTO-INDIC
           ELSE
               MOVE 'N' TO WSV-BUS-GENERAL
               MOVE REG-INDIC-CATEGORIA TO WSV-BUS-CATEGORIA
               PERFORM 31000-BUSCAR-INDICE
               IF NOT WSS-ENCONTRADO
                       AND REG-INDIC-CATEGORIA NOT = SPACES
                   MOVE 'S' TO WSV-BUS-GENERAL
                   MOVE SPACES TO WSV-BUS-CATEGORIA
                   PERFORM 31000-BUSCAR-INDICE
               END-IF
               IF NOT WSS-ENCONTRADO
                   SET WSS-INDIC-SIN-DATO TO TRUE
                   MOVE 'NO HAY INDICE PARA ESE MES'
                       TO WSV-ST-TEXTO-INDIC
               END-IF
           END-IF.

       31000-BUSCAR-INDICE.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INDICES
                       OR WSS-ENCONTRADO
               IF WST-IN-ANIO(IND-IN) = WSV-BUS-ANIO
                       AND WST-IN-MES(IND-IN) = WSV-BUS-MES
                       AND WST-IN-CATEGORIA(IND-IN) = WSV-BUS-CATEGORIA
                   SET WSS-ENCONTRADO TO TRUE
                   MOVE WST-IN-VALOR(IND-IN) TO WSV-BUS-VALOR
               END-IF
           END-PERFORM.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
