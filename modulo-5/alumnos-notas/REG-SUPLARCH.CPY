       01 REG-SUPLENCIA-ARCH.
           05 REG-SUP-NRO-TITULAR      PIC 9(03).
           05 REG-SUP-DESDE            PIC 9(08).
           05 REG-SUP-HASTA            PIC 9(08).
           05 REG-SUP-MOTIVO           PIC X(20).
           05 REG-SUP-NRO-MATERIA      PIC 9(02).
           05 REG-SUP-CURSO            PIC X(02).
           05 REG-SUP-NRO-SUPLENTE     PIC 9(03).
