      *ALUMNOS.NEW a ALUMNOS.DAT una vez controlado el informe; un
      *archivo que ya viene en el layout nuevo se detecta (largo de
      *registro) y la corrida se aborta para no migrar dos veces.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Los alumnos migrados se graban con la fecha de
      *   nacimiento en cero y el sexo en blanco, como en ALUMMIG2, en
      *   lugar de arrastrar lo que quedaba en el area del registro.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       MOVE REG-VIE-CURSO TO REG-ALU-CURSO
                       MOVE 'A' TO REG-ALU-ESTADO
                       MOVE 0 TO REG-ALU-FECHA-BAJA
                       MOVE 0 TO REG-ALU-FECHA-NAC
                       MOVE SPACE TO REG-ALU-SEXO
                       WRITE REG-ALUMNOS
                       IF WSS-FS-NUEVO-OK
                           ADD 1 TO WSV-CONT-GRABADOS
