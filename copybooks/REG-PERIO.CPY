       01  REGISTRO-PERIODO.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-PERIODO    PIC X(01).
                   88 WSS-PERIODO-FECHA         VALUE "F".
                   88 WSS-PERIODO-MES           VALUE "P".
               10 REG-PERIO-FECHA       PIC 9(08).
               10 REG-PERIO-PERIODO     PIC 9(06).
           05 DATOS-RETORNO.
               10 REG-PERIO-CERRADO-R   PIC X(01).
                   88 WSS-PERIODO-CERRADO       VALUE "S".
               10 REG-PERIO-PERIODO-R   PIC 9(06).
               10 REG-PERIO-FECHA-R     PIC 9(08).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-PERIO  PIC 9(02) VALUE 00.
                   88 WSS-PERIO-OK               VALUE 00.
                   88 WSS-PERIO-ERROR            VALUE 11.
               10 WSV-ST-TEXTO-PERIO    PIC X(30).
