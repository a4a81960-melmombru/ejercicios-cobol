       01  REGISTRO-INDIC.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-INDIC      PIC X(01).
                   88 WSS-INDIC-VALOR           VALUE "V".
                   88 WSS-INDIC-COEFICIENTE     VALUE "C".
               10 REG-INDIC-ANIO        PIC 9(04).
               10 REG-INDIC-MES         PIC 9(02).
               10 REG-INDIC-CATEGORIA   PIC X(08).
               10 REG-INDIC-ANIO-BASE   PIC 9(04).
               10 REG-INDIC-MES-BASE    PIC 9(02).
           05 DATOS-RETORNO.
               10 REG-INDIC-VALOR       PIC 9(05)V9(04).
               10 REG-INDIC-COEF        PIC 9(05)V9(06).
               10 REG-INDIC-GENERAL     PIC X(01).
                   88 WSS-INDIC-ES-GENERAL      VALUE "S".
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-INDIC  PIC 9(02) VALUE 00.
                   88 WSS-INDIC-OK               VALUE 00.
                   88 WSS-INDIC-SIN-DATO         VALUE 10.
                   88 WSS-INDIC-ERROR            VALUE 11.
               10 WSV-ST-TEXTO-INDIC    PIC X(30).
