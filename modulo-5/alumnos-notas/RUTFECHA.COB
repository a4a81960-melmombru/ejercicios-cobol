      *   (febrero segun RUTBISIE) y devuelve la fecha en numerico
      *   AAAAMMDD (WSV-FECHA-NUM-COMPLETA) y textual DD/MM/AAAA.
      *   El modo mes/anio de siempre sigue siendo el defecto.
      * 2026 10 - Modo validar (WSE-MODO-FECHA = 'V'): no pide nada
      *   por pantalla, valida la fecha AAAAMMDD que informa el
      *   llamador en WSE-FECHA-INFORMADA con los mismos controles
      *   del modo fecha completa y devuelve error con el motivo,
      *   para los procesos batch.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTFECHA.
           MOVE 0 TO WSV-CONT-INTENTOS
           SET WSS-RETORNO-ERROR TO TRUE
           PERFORM 05000-DEFINIR-RANGO-ANIO
           EVALUATE TRUE
           WHEN WSS-MODO-DIA-COMPLETO
               PERFORM 40000-INGRESO-FECHA-COMPLETA
               PERFORM 45000-MUESTRA-FECHA-COMPLETA
           WHEN WSS-MODO-VALIDAR
               PERFORM 50000-VALIDAR-FECHA-INFORMADA
           WHEN OTHER
               PERFORM 10000-INGRESO-DE-FECHA
               PERFORM 20000-MUESTRA-FECHA
           END-EVALUATE
           PERFORM 30000-FIN-DE-RUTINA.

      *DEFINE EL RANGO DE ANIOS VALIDO A PARTIR DE LO INGRESADO POR
      *DEVUELVE LA FECHA COMPLETA VALIDA EN SUS DOS FORMAS
       45000-MUESTRA-FECHA-COMPLETA.
           DISPLAY 'FECHA INGRESADA: ' FECHA-COMPLETA
           PERFORM 45100-DEVOLVER-FECHA-COMPLETA.

      *ARMA LOS DATOS DE RETORNO DE LA FECHA COMPLETA
       45100-DEVOLVER-FECHA-COMPLETA.
           MOVE ANIO-C TO WSV-FECHA-NUM-COMPLETA(1:4)
           MOVE MES-C TO WSV-FECHA-NUM-COMPLETA(5:2)
           MOVE DIA-C TO WSV-FECHA-NUM-COMPLETA(7:2)
           MOVE FECHA-TEXTUAL-COMPLETA TO WSV-FECHA-TEXTUAL
           SET WSS-RETORNO-OK TO TRUE.

      *VALIDA SIN PEDIR NADA LA FECHA AAAAMMDD INFORMADA POR EL
      *LLAMADOR: MES, ANIO DENTRO DEL RANGO Y DIA CONTRA LOS DIAS DEL
      *MES (FEBRERO SEGUN RUTBISIE). EL PRIMER ERROR SE DEVUELVE EN
      *EL TEXTO DE STATUS
       50000-VALIDAR-FECHA-INFORMADA.
           MOVE SPACES TO WSV-TEXTO-STATUS
           IF WSE-FECHA-INFORMADA NOT NUMERIC
               MOVE 'FECHA NO NUMERICA' TO WSV-TEXTO-STATUS
               PERFORM 30000-FIN-DE-RUTINA
           END-IF
           MOVE WSE-FECHA-INFORMADA(1:4) TO ANIO-C
           MOVE WSE-FECHA-INFORMADA(5:2) TO MES-C
           MOVE WSE-FECHA-INFORMADA(7:2) TO DIA-C
           EVALUATE TRUE
           WHEN MES-C < WSC-MES-MIN OR MES-C > WSC-MES-MAX
               MOVE 'MES INVALIDO' TO WSV-TEXTO-STATUS
           WHEN ANIO-C < WSC-ANIO-MIN OR ANIO-C > WSC-ANIO-MAX
               MOVE 'ANIO FUERA DE RANGO' TO WSV-TEXTO-STATUS
           WHEN OTHER
               MOVE WST-DIAS-MES(MES-C) TO WSV-DIAS-DEL-MES
               IF MES-C = 2
                   MOVE ANIO-C TO REG-BISIE-ANIO
                   CALL WSC-RUTBISIE USING REGISTRO-BISIESTO
                   MOVE REG-BISIE-DIAS-FEB TO WSV-DIAS-DEL-MES
               END-IF
               IF DIA-C < 1 OR DIA-C > WSV-DIAS-DEL-MES
                   MOVE 'DIA INVALIDO' TO WSV-TEXTO-STATUS
               ELSE
                   PERFORM 45100-DEVOLVER-FECHA-COMPLETA
               END-IF
           END-EVALUATE.

      *DA FIN A LA RUTINA
       30000-FIN-DE-RUTINA.
           GOBACK.
