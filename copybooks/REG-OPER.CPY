       01  REGISTRO-OPERADOR.
           05 DATOS-ENTRADA.
               10 REG-OPER-CODIGO-E     PIC X(03).
               10 REG-OPER-CLAVE-E      PIC X(06) VALUE SPACES.
               10 REG-OPER-PROGRAMA-E   PIC X(08) VALUE SPACES.
               10 REG-OPER-ACCION-E     PIC X(01) VALUE SPACES.
                   88 WSS-OPER-CONSULTA          VALUE 'C'.
                   88 WSS-OPER-ALTA              VALUE 'A'.
                   88 WSS-OPER-MODIFICA          VALUE 'M'.
                   88 WSS-OPER-BAJA              VALUE 'B'.
                   88 WSS-OPER-AUTORIZA          VALUE 'U'.
           05 DATOS-RETORNO.
               10 REG-OPER-NOMBRE-R     PIC X(25).
               10 REG-OPER-NIVEL-R      PIC X(01).
                   88 WSS-OPER-DIRECCION         VALUE 'D'.
               10 REG-OPER-ROL-R        PIC X(03).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-OPER   PIC 9(02) VALUE 00.
                   88 WSS-OPER-OK                VALUE 00.
                   88 WSS-OPER-ERROR             VALUE 11.
               10 WSV-ST-TEXTO-OPER     PIC X(30).
