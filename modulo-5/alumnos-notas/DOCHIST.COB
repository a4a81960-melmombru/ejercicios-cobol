      *UNA NOTA ORDINARIA CON RECUPERATORIO DEL MISMO PERIODO SE
      *PROMEDIA IGUAL: PARA LA TENDENCIA PLURIANUAL LA DIFERENCIA
      *ES DESPRECIABLE Y AHORRA UNA PASADA POR ANIO.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Debajo de cada materia-anio muestra las suplencias
      *   de SUPLENCIAS.DAT que cayeron en ese anio, con el suplente
      *   que cubrio al docente. Carga la tabla de docentes de
      *   RUTDOC, que antes no se cargaba y dejaba los nombres en
      *   blanco.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL HISTORICO   ASSIGN TO DISK 'NOTAHIST.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HISTORICO.

       SELECT OPTIONAL SUPLENCIAS  ASSIGN TO DISK 'SUPLENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SUPLENCIAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-HIS-MES                      PIC 9(02).
           05 REG-HIS-NOTA                     PIC 9(02).
           05 REG-HIS-TIPO                     PIC X(01).

       FD SUPLENCIAS.
       COPY REG-SUPLARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ASIGNACION                    PIC X(02).
           88 WSS-FS-HISTORICO-OK                      VALUE '00' '05'.
           88 WSS-FS-HISTORICO-EOF                     VALUE '10'.

       01 WSS-FS-SUPLENCIAS                    PIC X(02).
           88 WSS-FS-SUPLENCIAS-OK                     VALUE '00' '05'.
           88 WSS-FS-SUPLENCIAS-EOF                    VALUE '10'.

      *AUSENCIAS DE LOS DOCENTES CON SU SUPLENTE POR MATERIA
       01 WSC-MAX-SUPLENCIAS                   PIC 9(03) VALUE 200.
       01 WSV-CONT-SUPLENCIAS                  PIC S9(4) COMP VALUE 0.
       01 WST-SUPLENCIAS.
           05 WST-SUPLENCIA       OCCURS 200 TIMES INDEXED BY IND-SU.
               10 WST-SU-NRO-TITULAR           PIC 9(03).
               10 WST-SU-DESDE                 PIC 9(08).
               10 WST-SU-HASTA                 PIC 9(08).
               10 WST-SU-MOTIVO                PIC X(20).
               10 WST-SU-NRO-MATERIA           PIC 9(02).
               10 WST-SU-CURSO                 PIC X(02).
               10 WST-SU-NRO-SUPLENTE          PIC 9(03).

      *ASIGNACIONES CON SUS ACUMULADORES (LA TABLA LLEVA DOCENTE,
      *MATERIA Y ANIO AL FRENTE PARA ORDENAR CON RUTSORT Y QUE LA
      *DERIVA COMPARE ANIOS CONSECUTIVOS DE LA MISMA MATERIA)
       0000-PROCESO.
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-CARGAR-ASIGNACIONES
           PERFORM 15000-CARGAR-SUPLENCIAS
           IF WSV-CONT-ASIGNACIONES = 0
               DISPLAY 'MATDOC.DAT VACIO O INEXISTENTE, NO HAY '
                       'ASIGNACIONES QUE INFORMAR'
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE "A" TO WSS-OPCION-DOC
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               DISPLAY WSV-ST-TEXTO-DOC
               DISPLAY WSV-ST-RETORNO-DOC
           END-IF.

      *LEE MATDOC.DAT COMPLETO Y ARMA LA TABLA DE ASIGNACIONES CON
               END-IF
           END-IF.

      *LEE SUPLENCIAS.DAT (SI EXISTE) PARA MOSTRAR LAS SUPLENCIAS DE
      *CADA MATERIA-ANIO
       15000-CARGAR-SUPLENCIAS.
           OPEN INPUT SUPLENCIAS
           IF WSS-FS-SUPLENCIAS-OK
               PERFORM 16000-LEER-Y-CARGAR-SUP
                   UNTIL WSS-FS-SUPLENCIAS-EOF
           END-IF
           CLOSE SUPLENCIAS.

       16000-LEER-Y-CARGAR-SUP.
           READ SUPLENCIAS
           IF WSS-FS-SUPLENCIAS-OK
               IF WSV-CONT-SUPLENCIAS >= WSC-MAX-SUPLENCIAS
                   DISPLAY 'TABLA DE SUPLENCIAS LLENA, SE '
                           'IGNORAN LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-SUPLENCIAS
               ELSE
                   ADD 1 TO WSV-CONT-SUPLENCIAS
                   SET IND-SU TO WSV-CONT-SUPLENCIAS
                   MOVE REG-SUPLENCIA-ARCH TO WST-SUPLENCIA(IND-SU)
               END-IF
           END-IF.

      *RECORRE NOTANEW.DAT SUMANDO CADA NOTA EN LA ASIGNACION DE SU
      *MATERIA Y ANIO
       20000-ACUMULAR-NOTAS.
               DISPLAY '  MATERIA ' WST-AS-NRO-MATERIA(IND-AS)
                       ' ANIO ' WST-AS-ANIO(IND-AS)
                       ' SIN NOTAS CARGADAS'
               PERFORM 43000-MOSTRAR-SUPLENCIAS
               MOVE 'N' TO WSV-HAY-ANTERIOR
           ELSE
               COMPUTE WSV-PROMEDIO = WST-AS-ACUM(IND-AS) /
                           REG-DESCRIP-MAT-R ' PROM ' WSV-PROM-EDIT
                           ' APROB ' WSV-PORC-APROB ' %'
               END-IF
               PERFORM 43000-MOSTRAR-SUPLENCIAS
               SET WSS-HAY-ANTERIOR TO TRUE
               MOVE WST-AS-NRO-MATERIA(IND-AS) TO WSV-MATERIA-ANT
               MOVE WST-AS-ANIO(IND-AS) TO WSV-ANIO-ANT
               MOVE SPACES TO REG-DESCRIP-MAT-R
           END-IF.

      *MUESTRA LAS AUSENCIAS DEL DOCENTE EN LA MATERIA QUE CAEN EN EL
      *ANIO DE LA ASIGNACION, CON EL SUPLENTE QUE LO CUBRIO
       43000-MOSTRAR-SUPLENCIAS.
           PERFORM VARYING IND-SU FROM 1 BY 1
                   UNTIL IND-SU > WSV-CONT-SUPLENCIAS
               IF WST-SU-NRO-TITULAR(IND-SU) =
                       WST-AS-NRO-DOCENTE(IND-AS)
                       AND WST-SU-NRO-MATERIA(IND-SU) =
                           WST-AS-NRO-MATERIA(IND-AS)
                       AND WST-SU-DESDE(IND-SU)(1:4) <=
                           WST-AS-ANIO(IND-AS)
                       AND WST-SU-HASTA(IND-SU)(1:4) >=
                           WST-AS-ANIO(IND-AS)
                   IF WST-SU-NRO-SUPLENTE(IND-SU) = 0
                       MOVE 'SIN SUPLENTE' TO REG-NOMBRE-DOC-R
                   ELSE
                       SET WSS-BUSCAR-DOC TO TRUE
                       MOVE WST-SU-NRO-SUPLENTE(IND-SU)
                           TO REG-NRO-DOC-E
                       CALL WSC-RUTDOC USING REGISTRO-DOCENTE
                       IF WSS-DOC-ERROR
                           MOVE SPACES TO REG-NOMBRE-DOC-R
                       END-IF
                   END-IF
                   DISPLAY '    SUPLENCIA ' WST-SU-DESDE(IND-SU)
                           ' AL ' WST-SU-HASTA(IND-SU)
                           ' CURSO ' WST-SU-CURSO(IND-SU)
                           ' SUPLENTE ' WST-SU-NRO-SUPLENTE(IND-SU)
                           ' ' REG-NOMBRE-DOC-R
               END-IF
           END-PERFORM.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
