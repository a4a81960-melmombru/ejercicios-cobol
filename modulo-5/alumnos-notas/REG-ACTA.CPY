       01 REG-ACTA.
           05 REG-ACT-CLAVE-MESA.
               10 REG-ACT-NRO-MATERIA      PIC 9(02).
               10 REG-ACT-CURSO            PIC X(02).
               10 REG-ACT-FECHA            PIC 9(08).
           05 REG-ACT-NRO-ACTA             PIC 9(05).
           05 REG-ACT-NRO-DOCENTE          PIC 9(03).
           05 REG-ACT-ESTADO               PIC X(01).
               88 WSS-ACT-CERRADA              VALUE 'C'.
           05 REG-ACT-FECHA-CIERRE         PIC 9(08).
           05 REG-ACT-OPERADOR             PIC X(03).
           05 REG-ACT-INSCRIPTOS           PIC 9(03).
           05 REG-ACT-APROBADOS            PIC 9(03).
           05 REG-ACT-AUSENTES             PIC 9(03).
