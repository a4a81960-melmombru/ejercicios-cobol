               10 WSE-MODO-FECHA       PIC X(01) VALUE 'M'.
                   88 WSS-MODO-MES-ANIO          VALUE 'M' ' '.
                   88 WSS-MODO-DIA-COMPLETO      VALUE 'D'.
                   88 WSS-MODO-VALIDAR           VALUE 'V'.
               10 WSE-ANIO-MIN         PIC 9(04) VALUE 0.
               10 WSE-ANIO-MAX         PIC 9(04) VALUE 0.
               10 WSE-FECHA-INFORMADA  PIC X(08) VALUE SPACES.
           05 DATOS-RETORNO.
               10 WSV-FECHA-NUMERICA   PIC 9(06).
               10 WSV-FECHA-NUM-COMPLETA PIC 9(08).
