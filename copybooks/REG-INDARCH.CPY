       01 REG-INDICE-ARCH.
           05 REG-INA-ANIO         PIC 9(04).
           05 REG-INA-MES          PIC 9(02).
           05 REG-INA-CATEGORIA    PIC X(08).
           05 REG-INA-VALOR        PIC 9(05)V9(04).
