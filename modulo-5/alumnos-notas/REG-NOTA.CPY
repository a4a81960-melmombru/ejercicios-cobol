                       20 REG-NOTA-E-MES       PIC 9(02).
                       20 REG-NOTA-E-TIPO      PIC X(01).
                   15 REG-NOTA-E-NOTA          PIC 9(02).
      *CONTADOR DE CAMBIOS QUE EL LLAMADOR LEYO (REG-NOTA-R-VERSION DEL
      *REA/RNX); EN REW/DEL, SI EL MAESTRO YA TIENE OTRO, LA OPERACION
      *SE RECHAZA CON WSS-NOTA-ST-MODIFICADO. EN CERO NO SE CONTROLA
               10 REG-NOTA-E-VERSION           PIC 9(05) VALUE 0.
           05 DATOS-RETORNO.
               10 REG-NOTA-R.
                   15 REG-NOTA-R-CLAVE.
                       20 REG-NOTA-R-MES       PIC 9(02).
                       20 REG-NOTA-R-TIPO      PIC X(01).
                   15 REG-NOTA-R-NOTA          PIC 9(02).
               10 REG-NOTA-R-VERSION           PIC 9(05).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-NOTA       PIC 9(02) VALUE 00.
                   88 WSS-NOTA-ST-OK                VALUE 00.
                   88 WSS-NOTA-ST-FIN               VALUE 10.
                   88 WSS-NOTA-ST-ERROR             VALUE 11.
                   88 WSS-NOTA-ST-MODIFICADO        VALUE 12.
               10 WSV-ST-TEXTO-NOTA         PIC X(30).
