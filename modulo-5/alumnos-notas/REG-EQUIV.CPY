       01 REG-EQUIVALENCIA.
           05 REG-EQV-NRO-ALUMNO       PIC 9(04).
           05 REG-EQV-ESCUELA          PIC X(20).
           05 REG-EQV-MAT-ORIGEN       PIC X(25).
           05 REG-EQV-NRO-MATERIA      PIC 9(02).
           05 REG-EQV-ANIO             PIC 9(04).
           05 REG-EQV-MES              PIC 9(02).
           05 REG-EQV-NOTA             PIC 9(02).
           05 REG-EQV-ESTADO           PIC X(01).
               88 WSS-EQV-PENDIENTE            VALUE 'P'.
               88 WSS-EQV-APROBADA             VALUE 'A'.
               88 WSS-EQV-RECHAZADA            VALUE 'R'.
           05 REG-EQV-FECHA-REVISION   PIC 9(08).
           05 REG-EQV-OPER-REVISION    PIC X(03).
