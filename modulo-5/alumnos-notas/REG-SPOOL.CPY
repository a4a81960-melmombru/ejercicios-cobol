       01 REG-SPOOL.
           05 REG-SPL-NRO              PIC 9(06).
           05 REG-SPL-PROGRAMA         PIC X(08).
           05 REG-SPL-FECHA            PIC 9(08).
           05 REG-SPL-HORA             PIC 9(06).
           05 REG-SPL-PERIODO          PIC X(22).
           05 REG-SPL-PAGINAS          PIC 9(04).
           05 REG-SPL-LINEAS           PIC 9(06).
           05 REG-SPL-OPERADOR         PIC X(03).
           05 REG-SPL-ARCHIVO          PIC X(20).
           05 REG-SPL-ORIGEN           PIC X(20).
