      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Rutina de pistas del NUMBLE (area REG-PISTA).
      *   Opcion C: compara 4 numeros contra la secuencia secreta con
      *   las mismas reglas que 23000-COMPARAR-NUMEROS de EJJUENRO y
      *   devuelve el resultado posicion por posicion. Opcion P: con
      *   los intentos hechos y sus resultados, recorre las 10000
      *   secuencias posibles (0000 a 9999), cuenta las que habrian
      *   dado exactamente esos resultados y sugiere la primera de
      *   ellas con mas numeros distintos (prueba mas numeros). La
      *   usan la pista de EJJUENRO y el resolvedor EJSOLNRO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJEPISTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WSV-CANDIDATO                        PIC 9(05).
       01 WSV-CANDIDATO-4                      PIC 9(04).
       01 WSV-SUB-INT                          PIC 9(02).
       01 WSV-CONSISTENTE                      PIC X(01).
           88 WSS-CONSISTENTE                        VALUE 'S'.
       01 WSV-DISTINTOS                        PIC 9(01).
       01 WSV-MAX-DISTINTOS                    PIC 9(01).
       01 WSV-REPETIDO                         PIC X(01).
           88 WSS-REPETIDO                           VALUE 'S'.

      *COMPARACION DE UN INTENTO CONTRA UNA SECUENCIA
       01 WST-CMP-SECRETO.
           05 WST-CMP-SEC                      PIC X(01)
                                               OCCURS 4 TIMES.
       01 WST-CMP-NUMEROS.
           05 WST-CMP-NUM                      PIC X(01)
                                               OCCURS 4 TIMES.
       01 WST-CMP-USADO.
           05 WST-CMP-SEC-USADO                PIC X(01)
                                               OCCURS 4 TIMES.
       01 WST-CMP-RESULTADO.
           05 WST-CMP-RES                      PIC X(01)
                                               OCCURS 4 TIMES.
               88 WSS-CMP-ACIERTO                    VALUE 'A'.
               88 WSS-CMP-PRESENTE                   VALUE 'P'.
       01 WSV-SUB-J                            PIC 9(01).
       01 WSV-SUB-K                            PIC 9(01).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-PISTA.
      *-----------------------
       PROCEDURE DIVISION USING AREA-PISTA.
       0000-CONTROL.
           EVALUATE TRUE
               WHEN WSS-PIS-COMPARAR
                   MOVE PIS-SECRETO TO WST-CMP-SECRETO
                   MOVE PIS-NUMEROS TO WST-CMP-NUMEROS
                   PERFORM 2000-COMPARAR
                   MOVE WST-CMP-RESULTADO TO PIS-FEEDBACK
               WHEN WSS-PIS-PISTA
                   PERFORM 1000-CONTAR-CANDIDATOS
               WHEN OTHER
                   MOVE 0 TO PIS-CANT-CANDIDATOS
                   MOVE SPACES TO PIS-SUGERIDO
                   MOVE SPACES TO PIS-FEEDBACK
           END-EVALUATE
           PERFORM 3000-FINAL.

      *UNA SECUENCIA ES CANDIDATA SI CADA INTENTO HECHO, COMPARADO
      *CONTRA ELLA, DA EL MISMO RESULTADO QUE DIO CONTRA LA SECRETA
       1000-CONTAR-CANDIDATOS.
           MOVE 0 TO PIS-CANT-CANDIDATOS
           MOVE 0 TO WSV-MAX-DISTINTOS
           MOVE SPACES TO PIS-SUGERIDO
           IF PIS-CANT-INTENTOS > 12
               MOVE 12 TO PIS-CANT-INTENTOS
           END-IF
           PERFORM VARYING WSV-CANDIDATO FROM 0 BY 1
                   UNTIL WSV-CANDIDATO > 9999
               MOVE WSV-CANDIDATO TO WSV-CANDIDATO-4
               MOVE WSV-CANDIDATO-4 TO WST-CMP-SECRETO
               PERFORM 1100-CONTROLAR-CANDIDATO
               IF WSS-CONSISTENTE
                   ADD 1 TO PIS-CANT-CANDIDATOS
                   PERFORM 1200-CONTAR-DISTINTOS
                   IF WSV-DISTINTOS > WSV-MAX-DISTINTOS
                       MOVE WSV-DISTINTOS TO WSV-MAX-DISTINTOS
                       MOVE WST-CMP-SECRETO TO PIS-SUGERIDO
                   END-IF
               END-IF
           END-PERFORM.

       1100-CONTROLAR-CANDIDATO.
           SET WSS-CONSISTENTE TO TRUE
           PERFORM VARYING WSV-SUB-INT FROM 1 BY 1
                   UNTIL WSV-SUB-INT > PIS-CANT-INTENTOS
                       OR NOT WSS-CONSISTENTE
               MOVE PIS-INT-NUMEROS(WSV-SUB-INT) TO WST-CMP-NUMEROS
               PERFORM 2000-COMPARAR
               IF WST-CMP-RESULTADO NOT=
                       PIS-INT-FEEDBACK(WSV-SUB-INT)
                   MOVE 'N' TO WSV-CONSISTENTE
               END-IF
           END-PERFORM.

      *CANTIDAD DE NUMEROS DISTINTOS DEL CANDIDATO: CADA POSICION
      *CUENTA SI SU NUMERO NO APARECE EN UNA POSICION ANTERIOR
       1200-CONTAR-DISTINTOS.
           MOVE 0 TO WSV-DISTINTOS
           PERFORM VARYING WSV-SUB-J FROM 1 BY 1 UNTIL WSV-SUB-J > 4
               MOVE 'N' TO WSV-REPETIDO
               PERFORM VARYING WSV-SUB-K FROM 1 BY 1
                       UNTIL WSV-SUB-K >= WSV-SUB-J OR WSS-REPETIDO
                   IF WST-CMP-SEC(WSV-SUB-K) = WST-CMP-SEC(WSV-SUB-J)
                       SET WSS-REPETIDO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WSS-REPETIDO
                   ADD 1 TO WSV-DISTINTOS
               END-IF
           END-PERFORM.

      *MISMAS REGLAS QUE EL JUEGO: PRIMERO LOS ACIERTOS, QUE GASTAN
      *SU POSICION DE LA SECRETA; DESPUES CADA NUMERO RESTANTE ES
      *PRESENTE SI QUEDA EN LA SECRETA UNA POSICION SIN GASTAR CON
      *ESE MISMO NUMERO
       2000-COMPARAR.
           MOVE ALL 'N' TO WST-CMP-USADO
           MOVE ALL 'N' TO WST-CMP-RESULTADO
           PERFORM VARYING WSV-SUB-J FROM 1 BY 1 UNTIL WSV-SUB-J > 4
               IF WST-CMP-NUM(WSV-SUB-J) = WST-CMP-SEC(WSV-SUB-J)
                   SET WSS-CMP-ACIERTO(WSV-SUB-J) TO TRUE
                   MOVE 'S' TO WST-CMP-SEC-USADO(WSV-SUB-J)
               END-IF
           END-PERFORM
           PERFORM VARYING WSV-SUB-J FROM 1 BY 1 UNTIL WSV-SUB-J > 4
               IF NOT WSS-CMP-ACIERTO(WSV-SUB-J)
                   PERFORM VARYING WSV-SUB-K FROM 1 BY 1
                           UNTIL WSV-SUB-K > 4
                               OR WSS-CMP-PRESENTE(WSV-SUB-J)
                       IF WST-CMP-SEC-USADO(WSV-SUB-K) = 'N'
                       AND WST-CMP-NUM(WSV-SUB-J) =
                           WST-CMP-SEC(WSV-SUB-K)
                           SET WSS-CMP-PRESENTE(WSV-SUB-J) TO TRUE
                           MOVE 'S' TO WST-CMP-SEC-USADO(WSV-SUB-K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-FINAL.
           GOBACK.
