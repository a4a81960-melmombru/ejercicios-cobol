                   15 REG-FECHA-E      PIC X(10).
                   15 REG-DNI-E        PIC X(10).
                   15 REG-TELEFONO-E   PIC X(11).
      *CONTADOR DE CAMBIOS QUE EL LLAMADOR LEYO (REG-VERSION-R DEL
      *REA/RNX); EN REW/DEL, SI EL ARCHIVO YA TIENE OTRO, LA OPERACION
      *SE RECHAZA CON WSS-ST-MODIFICADO. EN CERO NO SE CONTROLA (LOS
      *PROCESOS BATCH QUE NO LEEN ANTES DE GRABAR)
               10 REG-VERSION-E        PIC 9(05) VALUE 0.
           05 DATOS-RETORNO.
               10 REG-ARCH-R.
                   15 REG-CLAVE-R      PIC X(4).
                   15 REG-FECHA-R      PIC X(10).
                   15 REG-DNI-R        PIC X(10).
                   15 REG-TELEFONO-R   PIC X(11).
               10 REG-VERSION-R        PIC 9(05).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO       PIC 9(02) VALUE 00.
                   88 WSS-ST-OK                  VALUE 00.
                   88 WSS-ST-ERROR               VALUE 11.
                   88 WSS-ST-MODIFICADO          VALUE 12.
               10 WSV-ST-TEXTO         PIC X(30).
               
