       01 REG-MESA-INSC.
           05 REG-MIN-CLAVE-MESA.
               10 REG-MIN-NRO-MATERIA      PIC 9(02).
               10 REG-MIN-CURSO            PIC X(02).
               10 REG-MIN-FECHA            PIC 9(08).
           05 REG-MIN-NRO-ALUMNO           PIC 9(04).
           05 REG-MIN-FECHA-INSC           PIC 9(08).
           05 REG-MIN-OPERADOR             PIC X(03).
           05 REG-MIN-RESULTADO            PIC X(01).
               88 WSS-MIN-INSCRIPTO            VALUE 'I'.
               88 WSS-MIN-CALIFICADO           VALUE 'C'.
               88 WSS-MIN-AUSENTE              VALUE 'A'.
           05 REG-MIN-NOTA                 PIC 9(02).
