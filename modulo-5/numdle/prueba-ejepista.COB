      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: prueba rutina EJEPISTA: la comparacion con numeros
      *   repetidos (un numero solo cuenta como presente si queda una
      *   posicion de la secuencia sin gastar) y la cantidad de
      *   secuencias posibles sin intentos y despues de uno
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PRUE-RUTINA2.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------
       DATA DIVISION.

      *-----------------------
       WORKING-STORAGE SECTION.
       01  WSC-RUTINA                  PIC X(8) VALUE "EJEPISTA".

       COPY REG-PISTA.

      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 0001-PROBAR-COMPARACION
           PERFORM 0002-PROBAR-SIN-INTENTOS
           PERFORM 0003-PROBAR-UN-INTENTO
           PERFORM FIN-DEL-PROGRAMA.

      *SECUENCIA 3712: EN 7711 EL PRIMER 7 NO ESTA PORQUE EL UNICO 7
      *YA SE GASTO EN EL ACIERTO; EN 1171 SOLO EL PRIMER 1 ESTA
      *PRESENTE, LOS OTROS DOS NO
       0001-PROBAR-COMPARACION.
           SET WSS-PIS-COMPARAR TO TRUE
           MOVE "3712" TO PIS-SECRETO
           MOVE "7711" TO PIS-NUMEROS
           CALL WSC-RUTINA USING AREA-PISTA
           DISPLAY "3712 CONTRA 7711 -> " PIS-FEEDBACK
                   " (ESPERADO NAAN)"
           MOVE "1171" TO PIS-NUMEROS
           CALL WSC-RUTINA USING AREA-PISTA
           DISPLAY "3712 CONTRA 1171 -> " PIS-FEEDBACK
                   " (ESPERADO PNPN)"
           MOVE "2173" TO PIS-NUMEROS
           CALL WSC-RUTINA USING AREA-PISTA
           DISPLAY "3712 CONTRA 2173 -> " PIS-FEEDBACK
                   " (ESPERADO PPPP)".

      *SIN INTENTOS TODAS LAS SECUENCIAS SON POSIBLES
       0002-PROBAR-SIN-INTENTOS.
           SET WSS-PIS-PISTA TO TRUE
           MOVE 0 TO PIS-CANT-INTENTOS
           CALL WSC-RUTINA USING AREA-PISTA
           DISPLAY "SIN INTENTOS -> " PIS-CANT-CANDIDATOS
                   " POSIBLES, SUGIERE " PIS-SUGERIDO
                   " (ESPERADO 10000, 0123)".

      *0000 CON RESULTADO NNNN: QUEDAN LAS SECUENCIAS SIN NINGUN 0
       0003-PROBAR-UN-INTENTO.
           SET WSS-PIS-PISTA TO TRUE
           MOVE 1 TO PIS-CANT-INTENTOS
           MOVE "0000" TO PIS-INT-NUMEROS(1)
           MOVE "NNNN" TO PIS-INT-FEEDBACK(1)
           CALL WSC-RUTINA USING AREA-PISTA
           DISPLAY "0000 NNNN -> " PIS-CANT-CANDIDATOS
                   " POSIBLES, SUGIERE " PIS-SUGERIDO
                   " (ESPERADO 06561, 1234)".

       FIN-DEL-PROGRAMA.
           STOP RUN.
