      *   que agrega estado y fecha de baja. Un alumno dado de baja
      *   antes de la fecha desde del informe se saltea en el apareo
      *   (sus registros igual cuentan para el control del trailer).
      * 2026 10 - Las notas de mesa de examen (REG-NOT-TIPO F, que
      *   graba MESAACTA al cerrar el acta) no entran en los
      *   promedios del periodo: son la calificacion final de una
      *   materia pendiente, no una nota de cursada.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJ0002MM.
           05 REG-NOT-NOTA                     PIC 9(02).
           05 REG-NOT-TIPO                     PIC X(01).
               88 WSS-NOT-RECUPERATORIO                VALUE 'R'.
               88 WSS-NOT-MESA-FINAL                   VALUE 'F'.

       FD SALIDA-PROMEDIOS.
       01 REG-PROMEDIOS                        PIC X(80).
                   PERFORM 23207-CONTROLAR-RECUPERATORIO
                   IF WSV-PERIODO-NOTA >= WSV-PERIODO-DESDE AND
                   WSV-PERIODO-NOTA <= WSV-PERIODO-HASTA AND
                   NOT WSS-NOTA-REEMPLAZADA AND
                   NOT WSS-NOT-MESA-FINAL
                       ADD 1 TO WSV-CONT-MATERIA
                       ADD REG-NOT-NOTA TO WSV-ACUM-MATERIA
                       ADD WSV-HORAS-NOTA TO WSV-CONT-GENERAL-ALU
