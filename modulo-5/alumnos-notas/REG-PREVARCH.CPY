       01 REG-PREVIA-ARCH.
           05 REG-PRA-NRO-ALUMNO       PIC 9(04).
           05 REG-PRA-NRO-MATERIA      PIC 9(02).
           05 REG-PRA-ANIO-ORIGEN      PIC 9(04).
           05 REG-PRA-ESTADO           PIC X(01).
               88 WSS-PRA-PENDIENTE            VALUE 'P'.
               88 WSS-PRA-APROBADA             VALUE 'A'.
           05 REG-PRA-FECHA-CANCEL     PIC 9(08).
           05 REG-PRA-TIPO-CANCEL      PIC X(01).
           05 REG-PRA-NOTA-CANCEL      PIC 9(02).
