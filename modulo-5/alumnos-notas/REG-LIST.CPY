               10 REG-LIST-PERIODO      PIC X(22).
               10 REG-LIST-ENCABEZADO   PIC X(80).
               10 REG-LIST-LINEA        PIC X(80).
               10 REG-LIST-PROGRAMA     PIC X(08) VALUE SPACES.
               10 REG-LIST-OPERADOR     PIC X(03) VALUE SPACES.
           05 DATOS-RETORNO.
               10 REG-LIST-SPOOL-R      PIC X(20).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-LIST   PIC 9(02) VALUE 00.
                   88 WSS-LIST-OK                VALUE 00.
