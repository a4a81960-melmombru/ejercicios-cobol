       01 REG-ALERTA.
           05 REG-ALE-ANIO         PIC 9(04).
           05 REG-ALE-MES          PIC 9(02).
           05 REG-ALE-CUENTA       PIC 9(01).
           05 REG-ALE-ORIGEN       PIC X(01).
               88 WSS-ALE-DE-MATRIZ        VALUE 'M'.
               88 WSS-ALE-DE-SERVICIO      VALUE 'S'.
           05 REG-ALE-COD-SERVICIO PIC X(03).
           05 REG-ALE-MONTO        PIC 9(07).
           05 REG-ALE-REF-HIST     PIC 9(07).
           05 REG-ALE-DESVIO-HIST  PIC S9(05).
           05 REG-ALE-REF-PROM     PIC 9(07).
           05 REG-ALE-DESVIO-PROM  PIC S9(05).
           05 REG-ALE-MOTIVO       PIC X(01).
               88 WSS-ALE-POR-HISTORIA     VALUE 'H'.
               88 WSS-ALE-POR-PROMEDIO     VALUE 'P'.
               88 WSS-ALE-POR-AMBOS        VALUE 'A'.
