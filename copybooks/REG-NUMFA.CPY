       01  REGISTRO-NUMFA.
           05 DATOS-ENTRADA.
               10 REG-NUMFA-PERIODO     PIC X(06).
           05 DATOS-RETORNO.
               10 REG-NUMFA-CANTIDAD-R  PIC 9(04).
               10 REG-NUMFA-MIN-R       PIC 9(08).
               10 REG-NUMFA-MAX-R       PIC 9(08).
               10 REG-NUMFA-HUECOS-R    PIC 9(04).
               10 REG-NUMFA-DUPLIC-R    PIC 9(04).
               10 REG-NUMFA-CONT-HALL-R PIC 9(03).
               10 REG-NUMFA-HALLAZGO-R  OCCURS 100 TIMES.
                   15 REG-NUMFA-NUMERO-R    PIC 9(08).
                   15 REG-NUMFA-APARIC-R    PIC 9(04).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-NUMFA  PIC 9(02) VALUE 00.
                   88 WSS-NUMFA-OK               VALUE 00.
                   88 WSS-NUMFA-ERROR            VALUE 11.
               10 WSV-ST-TEXTO-NUMFA    PIC X(30).
