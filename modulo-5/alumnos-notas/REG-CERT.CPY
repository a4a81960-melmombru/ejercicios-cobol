       01  REGISTRO-CERTIFICADO.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-CERT       PIC X(01).
                   88 WSS-CERT-EMITIR           VALUE "E".
               10 REG-CERT-TIPO         PIC X(01).
               10 REG-CERT-NRO-ALUMNO   PIC 9(04).
               10 REG-CERT-NOMBRE       PIC X(23).
               10 REG-CERT-DESDE        PIC 9(06).
               10 REG-CERT-HASTA        PIC 9(06).
               10 REG-CERT-OPERADOR     PIC X(03).
               10 REG-CERT-PROMEDIO     PIC 9(02)V9(02).
               10 REG-CERT-CANT-NOTAS   PIC 9(04).
               10 REG-CERT-DESTINATARIO PIC X(25).
           05 DATOS-RETORNO.
               10 REG-CERT-SERIE-R      PIC 9(06).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-CERT   PIC 9(02) VALUE 00.
                   88 WSS-CERT-OK                VALUE 00.
                   88 WSS-CERT-ERROR             VALUE 11.
               10 WSV-ST-TEXTO-CERT     PIC X(30).
