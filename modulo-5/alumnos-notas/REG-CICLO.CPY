               10 WSS-OPCION-CICLO      PIC X(01).
                   88 WSS-CICLO-VALIDAR         VALUE "V".
                   88 WSS-CICLO-ACTUAL          VALUE "A".
                   88 WSS-CICLO-CERRADO-P       VALUE "C".
                   88 WSS-CICLO-ESTADO-ANIO     VALUE "E".
               10 REG-CICLO-PERIODO-E   PIC 9(06).
           05 DATOS-RETORNO.
               10 REG-CICLO-DENTRO      PIC X(01).
               10 REG-CICLO-TERMINO-R   PIC 9(01).
               10 REG-CICLO-DESDE-R     PIC 9(06).
               10 REG-CICLO-HASTA-R     PIC 9(06).
               10 REG-CICLO-CERRADO-R   PIC X(01).
                   88 WSS-CICLO-CERRADO         VALUE 'S'.
               10 REG-CICLO-CANT-R      PIC 9(02).
               10 REG-CICLO-TERMINOS-R  OCCURS 9 TIMES.
                   15 REG-CICLO-TE-TERMINO-R  PIC 9(01).
                   15 REG-CICLO-TE-DESDE-R    PIC 9(08).
                   15 REG-CICLO-TE-HASTA-R    PIC 9(08).
                   15 REG-CICLO-TE-ESTADO-R   PIC X(01).
                   15 REG-CICLO-TE-ENTREGA-R  PIC 9(08).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-CICLO  PIC 9(02) VALUE 00.
                   88 WSS-CICLO-OK               VALUE 00.
