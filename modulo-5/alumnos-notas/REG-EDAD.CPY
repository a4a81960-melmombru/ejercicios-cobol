       01  REGISTRO-EDAD.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-EDAD           PIC X(01).
                   88 WSS-CARGA-EDADES              VALUE "A".
                   88 WSS-CALCULAR-EDAD             VALUE "B".
               10 REG-EDAD-E.
                   15 REG-EDAD-FECHA-NAC-E  PIC 9(08).
                   15 REG-EDAD-CURSO-E      PIC X(02).
                   15 REG-EDAD-FECHA-CORTE-E PIC 9(08).
           05 DATOS-RETORNO.
               10 REG-EDAD-R.
                   15 REG-EDAD-EDAD-R       PIC 9(02).
                   15 REG-EDAD-TEORICA-R    PIC 9(02).
                   15 REG-EDAD-SOBREEDAD-R  PIC 9(02).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-EDAD       PIC 9(02) VALUE 00.
                   88 WSS-EDAD-OK                    VALUE 00.
                   88 WSS-EDAD-ERROR                 VALUE 11.
                   88 WSS-EDAD-SIN-FECHA             VALUE 20.
               10 WSV-ST-TEXTO-EDAD         PIC X(30).
