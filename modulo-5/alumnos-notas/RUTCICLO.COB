      *    para que los informes ofrezcan "termino actual" sin
      *    retipear fechas. El calendario se carga en memoria en la
      *    primera llamada, como hace RUTHABIL con los feriados.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada termino lleva su estado (C cerrado por
      *   TERMCIER). Opcion C: dice si un periodo AAAAMM cae en un
      *   termino cerrado y devuelve anio y termino, para que la
      *   carga y correccion de notas lo rechace salvo autorizacion
      *   de direccion. Opcion E: relee CICLO.DAT y devuelve los
      *   terminos del anio del periodo con su estado, para mostrar
      *   en el menu cuales estan abiertos.
      * 2026 10 - La opcion E devuelve tambien la fecha limite de
      *   entrega de notas de cada termino.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-CIC-TERMINO      PIC 9(01).
           05 REG-CIC-FECHA-DESDE  PIC 9(08).
           05 REG-CIC-FECHA-HASTA  PIC 9(08).
           05 REG-CIC-ESTADO       PIC X(01).
           05 REG-CIC-FECHA-ESTADO PIC 9(08).
           05 REG-CIC-OPER-ESTADO  PIC X(03).
           05 REG-CIC-FECHA-ENTREGA PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CICLO                 PIC X(02).
               10 WST-TE-TERMINO           PIC 9(01).
               10 WST-TE-FECHA-DESDE       PIC 9(08).
               10 WST-TE-FECHA-HASTA       PIC 9(08).
               10 WST-TE-ESTADO            PIC X(01).
                   88 WSS-TERMINO-CERRADO          VALUE 'C'.
               10 WST-TE-FECHA-ENTREGA     PIC 9(08).

       01 WSV-ANIO-PERIODO             PIC 9(04).
       01 WSV-ANIO-CON-TERMINOS        PIC X(01).
                   PERFORM 10000-VALIDAR-PERIODO
               WHEN WSS-CICLO-ACTUAL
                   PERFORM 20000-BUSCAR-TERMINO-ACTUAL
               WHEN WSS-CICLO-CERRADO-P
                   PERFORM 30000-VERIFICAR-CERRADO
               WHEN WSS-CICLO-ESTADO-ANIO
                   PERFORM 05000-CARGAR-CALENDARIO
                   PERFORM 40000-ESTADO-DEL-ANIO
               WHEN OTHER
                   SET WSS-CICLO-ERROR TO TRUE
                   MOVE "ACCION SOLICITADA NO ENCONTRADA"
                       TO WST-TE-FECHA-DESDE(IND-TE)
                   MOVE REG-CIC-FECHA-HASTA
                       TO WST-TE-FECHA-HASTA(IND-TE)
                   MOVE REG-CIC-ESTADO TO WST-TE-ESTADO(IND-TE)
                   IF REG-CIC-FECHA-ENTREGA IS NUMERIC
                       MOVE REG-CIC-FECHA-ENTREGA
                           TO WST-TE-FECHA-ENTREGA(IND-TE)
                   ELSE
                       MOVE 0 TO WST-TE-FECHA-ENTREGA(IND-TE)
                   END-IF
               END-IF
           END-IF.

               SET WSS-CICLO-SIN-CALEND TO TRUE
           END-IF.

      *RESPONDE SI EL PERIODO AAAAMM CAE EN UN TERMINO CERRADO Y
      *DEVUELVE EL ANIO Y NUMERO DE ESE TERMINO
       30000-VERIFICAR-CERRADO.
           MOVE 'N' TO REG-CICLO-CERRADO-R
           PERFORM VARYING IND-TE FROM 1 BY 1
                   UNTIL IND-TE > WSV-CONT-TERMINOS
                       OR WSS-CICLO-CERRADO
               IF WSS-TERMINO-CERRADO(IND-TE)
                       AND REG-CICLO-PERIODO-E >=
                           WST-TE-FECHA-DESDE(IND-TE)(1:6)
                       AND REG-CICLO-PERIODO-E <=
                           WST-TE-FECHA-HASTA(IND-TE)(1:6)
                   SET WSS-CICLO-CERRADO TO TRUE
                   MOVE WST-TE-ANIO(IND-TE) TO REG-CICLO-ANIO-R
                   MOVE WST-TE-TERMINO(IND-TE)
                       TO REG-CICLO-TERMINO-R
               END-IF
           END-PERFORM.

      *DEVUELVE LOS TERMINOS DEL ANIO DEL PERIODO (HASTA 9) CON
      *SUS FECHAS, SU ESTADO (C CERRADO, A ABIERTO) Y LA FECHA
      *LIMITE DE ENTREGA DE NOTAS (0 SI NO TIENE)
       40000-ESTADO-DEL-ANIO.
           MOVE REG-CICLO-PERIODO-E(1:4) TO WSV-ANIO-PERIODO
           MOVE 0 TO REG-CICLO-CANT-R
           PERFORM VARYING IND-TE FROM 1 BY 1
                   UNTIL IND-TE > WSV-CONT-TERMINOS
                       OR REG-CICLO-CANT-R >= 9
               IF WST-TE-ANIO(IND-TE) = WSV-ANIO-PERIODO
                   ADD 1 TO REG-CICLO-CANT-R
                   MOVE WST-TE-TERMINO(IND-TE)
                       TO REG-CICLO-TE-TERMINO-R(REG-CICLO-CANT-R)
                   MOVE WST-TE-FECHA-DESDE(IND-TE)
                       TO REG-CICLO-TE-DESDE-R(REG-CICLO-CANT-R)
                   MOVE WST-TE-FECHA-HASTA(IND-TE)
                       TO REG-CICLO-TE-HASTA-R(REG-CICLO-CANT-R)
                   MOVE WST-TE-FECHA-ENTREGA(IND-TE)
                       TO REG-CICLO-TE-ENTREGA-R(REG-CICLO-CANT-R)
                   IF WSS-TERMINO-CERRADO(IND-TE)
                       MOVE 'C'
                           TO REG-CICLO-TE-ESTADO-R(REG-CICLO-CANT-R)
                   ELSE
                       MOVE 'A'
                           TO REG-CICLO-TE-ESTADO-R(REG-CICLO-CANT-R)
                   END-IF
               END-IF
           END-PERFORM.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
