               88 WSS-ALU-ACTIVO               VALUE 'A'.
               88 WSS-ALU-BAJA                 VALUE 'B'.
           05 REG-ALU-FECHA-BAJA           PIC 9(08).
           05 REG-ALU-FECHA-NAC            PIC 9(08).
           05 REG-ALU-SEXO                 PIC X(01).
               88 WSS-ALU-FEMENINO             VALUE 'F'.
               88 WSS-ALU-MASCULINO            VALUE 'M'.
               88 WSS-ALU-SEXO-X               VALUE 'X'.
