                   88 WSS-CARGA-DOC                 VALUE "A".
                   88 WSS-BUSCAR-DOC                VALUE "B".
                   88 WSS-BUSCAR-DOC-MATERIA        VALUE "M".
                   88 WSS-BUSCAR-DOC-SUPLENTE       VALUE "S".
               10 REG-DOC-E.
                   15 REG-NRO-DOC-E         PIC 9(03).
                   15 REG-DOC-MATERIA-E     PIC 9(02).
                   15 REG-DOC-ANIO-E        PIC 9(04).
                   15 REG-DOC-CURSO-E       PIC X(02) VALUE SPACES.
                   15 REG-DOC-FECHA-E       PIC 9(08) VALUE ZEROS.
           05 DATOS-RETORNO.
               10 REG-DOC-R.
                   15 REG-NRO-DOC-R         PIC 9(03).
                   15 REG-NOMBRE-DOC-R      PIC X(25).
                   15 REG-LEGAJO-DOC-R      PIC 9(05).
                   15 REG-HS-CONTRATO-DOC-R PIC 9(02).
                   15 REG-HS-MAXIMO-DOC-R   PIC 9(02).
                   15 REG-DOC-SUPLENCIA-R   PIC X(01).
                       88 WSS-DOC-ES-SUPLENTE       VALUE "S".
                   15 REG-NRO-TITULAR-DOC-R PIC 9(03).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-DOC        PIC 9(02) VALUE 00.
                   88 WSS-DOC-OK                    VALUE 00.
