       01  REGISTRO-ALUMNO-ARCH.
           05 DATOS-ENTRADA.
               10 WSS-OPCION-ALUX           PIC X(03).
                   88 WSS-ALUX-OIN                  VALUE "OIN".
                   88 WSS-ALUX-OOU                  VALUE "OOU".
                   88 WSS-ALUX-OIO                  VALUE "OIO".
                   88 WSS-ALUX-CLO                  VALUE "CLO".
                   88 WSS-ALUX-REA                  VALUE "REA".
                   88 WSS-ALUX-STA                  VALUE "STA".
                   88 WSS-ALUX-RNX                  VALUE "RNX".
                   88 WSS-ALUX-STC                  VALUE "STC".
                   88 WSS-ALUX-RNC                  VALUE "RNC".
                   88 WSS-ALUX-WRI                  VALUE "WRI".
                   88 WSS-ALUX-REW                  VALUE "REW".
                   88 WSS-ALUX-DEL                  VALUE "DEL".
               10 REG-ALUX-E.
                   15 REG-ALUX-E-NRO-ALUMNO     PIC 9(04).
                   15 REG-ALUX-E-NOMBRE         PIC X(23).
                   15 REG-ALUX-E-NRO-PAIS       PIC 9(03).
                   15 REG-ALUX-E-CURSO          PIC X(02).
                   15 REG-ALUX-E-ESTADO         PIC X(01).
                   15 REG-ALUX-E-FECHA-BAJA     PIC 9(08).
                   15 REG-ALUX-E-FECHA-NAC      PIC 9(08).
                   15 REG-ALUX-E-SEXO           PIC X(01).
      *CONTADOR DE CAMBIOS QUE EL LLAMADOR LEYO (REG-ALUX-R-VERSION DEL
      *REA/RNX/RNC); EN REW/DEL, SI EL MAESTRO YA TIENE OTRO, LA
      *OPERACION SE RECHAZA CON WSS-ALUX-ST-MODIFICADO. EN CERO NO SE
      *CONTROLA
               10 REG-ALUX-E-VERSION           PIC 9(05) VALUE 0.
           05 DATOS-RETORNO.
               10 REG-ALUX-R.
                   15 REG-ALUX-R-NRO-ALUMNO     PIC 9(04).
                   15 REG-ALUX-R-NOMBRE         PIC X(23).
                   15 REG-ALUX-R-NRO-PAIS       PIC 9(03).
                   15 REG-ALUX-R-CURSO          PIC X(02).
                   15 REG-ALUX-R-ESTADO         PIC X(01).
                       88 WSS-ALUX-R-ACTIVO             VALUE 'A'.
                       88 WSS-ALUX-R-BAJA               VALUE 'B'.
                   15 REG-ALUX-R-FECHA-BAJA     PIC 9(08).
                   15 REG-ALUX-R-FECHA-NAC      PIC 9(08).
                   15 REG-ALUX-R-SEXO           PIC X(01).
               10 REG-ALUX-R-VERSION           PIC 9(05).
           05 STATUS-DATOS.
               10 WSV-ST-RETORNO-ALUX       PIC 9(02) VALUE 00.
                   88 WSS-ALUX-ST-OK                VALUE 00.
                   88 WSS-ALUX-ST-FIN               VALUE 10.
                   88 WSS-ALUX-ST-ERROR             VALUE 11.
                   88 WSS-ALUX-ST-MODIFICADO        VALUE 12.
               10 WSV-ST-TEXTO-ALUX         PIC X(30).
