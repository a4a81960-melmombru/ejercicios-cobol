       01  REGISTRO-RETENCION.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-RET        PIC X(01).
                   88 WSS-RET-BUSCAR            VALUE "B".
                   88 WSS-RET-AUTORIZAR         VALUE "A".
               10 REG-RET-NRO-ALUMNO    PIC 9(04).
               10 REG-RET-PROGRAMA      PIC X(08).
               10 REG-RET-AUTORIZANTE   PIC X(03).
           05 DATOS-RETORNO.
               10 REG-RET-CANTIDAD      PIC 9(02).
               10 REG-RET-TIPOS         PIC X(03).
               10 REG-RET-DETALLE       PIC X(30).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-RET    PIC 9(02) VALUE 00.
                   88 WSS-RET-OK                 VALUE 00.
                   88 WSS-RET-RETENIDO           VALUE 10.
                   88 WSS-RET-ERROR              VALUE 11.
               10 WSV-ST-TEXTO-RET      PIC X(30).
