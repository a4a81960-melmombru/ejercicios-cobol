       01 REG-PLANIF.
           05 REG-PLA-PASO             PIC X(08).
           05 REG-PLA-REGLA            PIC X(01).
               88 WSS-PLA-PRIMER-HABIL         VALUE 'P'.
               88 WSS-PLA-ULTIMO-HABIL         VALUE 'U'.
               88 WSS-PLA-DIA-DEL-MES          VALUE 'D'.
               88 WSS-PLA-SEMANAL              VALUE 'S'.
               88 WSS-PLA-CADA-HABIL           VALUE 'H'.
           05 REG-PLA-DIA              PIC 9(02).
           05 REG-PLA-PREVIO           PIC X(08).
           05 REG-PLA-PARAMETROS       PIC X(30).
           05 REG-PLA-COMANDO          PIC X(60).
