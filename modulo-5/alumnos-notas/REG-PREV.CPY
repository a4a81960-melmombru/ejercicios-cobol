       01  REGISTRO-PREVIA.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-PREV       PIC X(01).
                   88 WSS-PREV-BUSCAR           VALUE "B".
                   88 WSS-PREV-CANCELAR         VALUE "C".
               10 REG-PREV-NRO-ALUMNO   PIC 9(04).
               10 REG-PREV-NRO-MATERIA  PIC 9(02).
               10 REG-PREV-ANIO-NOTA    PIC 9(04).
               10 REG-PREV-NOTA         PIC 9(02).
               10 REG-PREV-TIPO-NOTA    PIC X(01).
           05 DATOS-RETORNO.
               10 REG-PREV-ANIO-ORIGEN  PIC 9(04).
               10 REG-PREV-CANCELADAS   PIC 9(02).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-PREV   PIC 9(02) VALUE 00.
                   88 WSS-PREV-OK                VALUE 00.
                   88 WSS-PREV-NO-ENCONTRADA     VALUE 10.
                   88 WSS-PREV-ERROR             VALUE 11.
               10 WSV-ST-TEXTO-PREV     PIC X(30).
