       01  REGISTRO-CADENA.
      *ENTRADA DEL LOG DE CAMBIOS HASTA EL NUMERO DE SECUENCIA
      *INCLUSIVE (SIN EL VALOR DE CONTROL), Y EL VALOR DE CONTROL DE LA
      *ENTRADA ANTERIOR (0 EN LA PRIMERA ENTRADA DE LA CADENA)
           05 DATOS-ENTRADA-CADENA.
               10 REG-CAD-ENTRADA      PIC X(219).
               10 REG-CAD-CONTROL-ANT  PIC 9(09).
           05 DATOS-RETORNO-CADENA.
               10 REG-CAD-CONTROL      PIC 9(09).
