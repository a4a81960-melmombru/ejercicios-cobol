      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Rutina del registro de materias previas
      *    PREVIAS.DAT (una linea por alumno, materia y anio de
      *    origen, que arma PROMOANU al cerrar el anio).
      *    Opcion B (buscar): devuelve si el alumno tiene pendiente
      *    la materia como previa, y de que anio.
      *    Opcion C (cancelar): para una nota de mesa (F) o de
      *    recuperatorio (R) aprobada, marca como aprobadas las
      *    previas pendientes de esa materia del alumno con anio de
      *    origen hasta el anio de la nota, con la fecha, el tipo y
      *    la nota que las cancelo, y regraba el archivo. Una nota de
      *    otro tipo o desaprobada no cancela nada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTPREV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PREVIAS     ASSIGN TO DISK 'PREVIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PREVIAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PREVIAS.
       COPY REG-PREVARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PREVIAS               PIC X(02).
           88 WSS-FS-PREVIAS-OK            VALUE '00' '05'.
           88 WSS-FS-PREVIAS-EOF           VALUE '10'.

       01 WSC-NOTA-APROBACION          PIC 9(02) VALUE 4.

      *PREVIAS EN MEMORIA PARA LA CANCELACION; SE REGRABA TODO
       01 WSC-MAX-PREVIAS              PIC 9(04) VALUE 1000.
       01 WSV-CONT-PREVIAS             PIC S9(4) COMP VALUE 0.
       01 WST-PREVIAS.
           05 WST-PREVIA-REG       PIC X(22) OCCURS 1000 TIMES
                                   INDEXED BY IND-PV.

       01 WSV-PREVIA-ENCONTRADA        PIC X(01).
           88 WSS-PREVIA-ENCONTRADA        VALUE 'S'.
       01 WSV-FECHA-SISTEMA            PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-PREV.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-PREVIA.
       00000-CONTROL.
           SET WSS-PREV-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-PREV
           MOVE 0 TO REG-PREV-ANIO-ORIGEN
           MOVE 0 TO REG-PREV-CANCELADAS
           EVALUATE TRUE
               WHEN WSS-PREV-BUSCAR
                   PERFORM 10000-BUSCAR-PREVIA
               WHEN WSS-PREV-CANCELAR
                   PERFORM 20000-CANCELAR-PREVIAS
               WHEN OTHER
                   SET WSS-PREV-ERROR TO TRUE
                   MOVE "ACCION SOLICITADA NO ENCONTRADA"
                       TO WSV-ST-TEXTO-PREV
           END-EVALUATE
           PERFORM 90000-FIN-DE-RUTINA.

      *BUSCA UNA PREVIA PENDIENTE DEL ALUMNO EN LA MATERIA
       10000-BUSCAR-PREVIA.
           MOVE 'N' TO WSV-PREVIA-ENCONTRADA
           OPEN INPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               SET WSS-PREV-ERROR TO TRUE
               MOVE 'ERROR OPEN DE PREVIAS.DAT' TO WSV-ST-TEXTO-PREV
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           PERFORM 11000-LEER-Y-COMPARAR
               UNTIL WSS-FS-PREVIAS-EOF OR WSS-PREVIA-ENCONTRADA
           CLOSE PREVIAS
           IF NOT WSS-PREVIA-ENCONTRADA
               SET WSS-PREV-NO-ENCONTRADA TO TRUE
               MOVE 'SIN PREVIA PENDIENTE' TO WSV-ST-TEXTO-PREV
           END-IF.

       11000-LEER-Y-COMPARAR.
           READ PREVIAS
           IF WSS-FS-PREVIAS-OK
               IF REG-PRA-NRO-ALUMNO = REG-PREV-NRO-ALUMNO
                       AND REG-PRA-NRO-MATERIA = REG-PREV-NRO-MATERIA
                       AND WSS-PRA-PENDIENTE
                   SET WSS-PREVIA-ENCONTRADA TO TRUE
                   MOVE REG-PRA-ANIO-ORIGEN TO REG-PREV-ANIO-ORIGEN
               END-IF
           END-IF.

      *CANCELA LAS PREVIAS PENDIENTES DE LA MATERIA CON UNA NOTA DE
      *MESA O DE RECUPERATORIO APROBADA
       20000-CANCELAR-PREVIAS.
           IF REG-PREV-TIPO-NOTA NOT= 'F'
                   AND REG-PREV-TIPO-NOTA NOT= 'R'
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           IF REG-PREV-NOTA < WSC-NOTA-APROBACION
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           MOVE 0 TO WSV-CONT-PREVIAS
           OPEN INPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               SET WSS-PREV-ERROR TO TRUE
               MOVE 'ERROR OPEN DE PREVIAS.DAT' TO WSV-ST-TEXTO-PREV
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           PERFORM 21000-LEER-Y-MARCAR UNTIL WSS-FS-PREVIAS-EOF
           CLOSE PREVIAS
           IF WSS-PREV-ERROR
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           IF REG-PREV-CANCELADAS NOT= 0
               PERFORM 22000-REGRABAR-PREVIAS
           END-IF.

       21000-LEER-Y-MARCAR.
           READ PREVIAS
           IF WSS-FS-PREVIAS-OK
               IF WSV-CONT-PREVIAS >= WSC-MAX-PREVIAS
                   SET WSS-PREV-ERROR TO TRUE
                   MOVE 'TABLA DE PREVIAS LLENA' TO WSV-ST-TEXTO-PREV
                   MOVE '10' TO WSS-FS-PREVIAS
               ELSE
                   IF REG-PRA-NRO-ALUMNO = REG-PREV-NRO-ALUMNO
                           AND REG-PRA-NRO-MATERIA =
                               REG-PREV-NRO-MATERIA
                           AND REG-PRA-ANIO-ORIGEN <=
                               REG-PREV-ANIO-NOTA
                           AND WSS-PRA-PENDIENTE
                       MOVE 'A' TO REG-PRA-ESTADO
                       MOVE WSV-FECHA-SISTEMA TO REG-PRA-FECHA-CANCEL
                       MOVE REG-PREV-TIPO-NOTA TO REG-PRA-TIPO-CANCEL
                       MOVE REG-PREV-NOTA TO REG-PRA-NOTA-CANCEL
                       MOVE REG-PRA-ANIO-ORIGEN
                           TO REG-PREV-ANIO-ORIGEN
                       ADD 1 TO REG-PREV-CANCELADAS
                   END-IF
                   ADD 1 TO WSV-CONT-PREVIAS
                   MOVE REG-PREVIA-ARCH
                       TO WST-PREVIA-REG(WSV-CONT-PREVIAS)
               END-IF
           END-IF.

      *REGRABA PREVIAS.DAT COMPLETO CON LAS PREVIAS CANCELADAS
       22000-REGRABAR-PREVIAS.
           OPEN OUTPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               SET WSS-PREV-ERROR TO TRUE
               MOVE 'ERROR OPEN SALIDA PREVIAS.DAT'
                   TO WSV-ST-TEXTO-PREV
               PERFORM 90000-FIN-DE-RUTINA
           END-IF
           PERFORM VARYING IND-PV FROM 1 BY 1
                   UNTIL IND-PV > WSV-CONT-PREVIAS
               MOVE WST-PREVIA-REG(IND-PV) TO REG-PREVIA-ARCH
               WRITE REG-PREVIA-ARCH
               IF NOT WSS-FS-PREVIAS-OK
                   SET WSS-PREV-ERROR TO TRUE
                   MOVE 'ERROR WRITE DE PREVIAS.DAT'
                       TO WSV-ST-TEXTO-PREV
               END-IF
           END-PERFORM
           CLOSE PREVIAS.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
