       01 REG-DONACION.
           05 REG-DON-DNI          PIC X(10).
           05 REG-DON-FECHA        PIC 9(08).
           05 REG-DON-TIPO         PIC X(01).
               88 WSS-DON-SANGRE       VALUE "S".
               88 WSS-DON-PLASMA       VALUE "P".
               88 WSS-DON-PLAQUETAS    VALUE "Q".
               88 WSS-DON-TIPO-OK      VALUE "S" "P" "Q".
           05 REG-DON-LUGAR        PIC X(20).
      *EL SEXO DEL DONANTE SE TOMA EN CADA DONACION (PERSONAS.DAT NO
      *LO TIENE) PORQUE EL INTERVALO MINIMO ENTRE DONACIONES DEPENDE
      *DE EL
           05 REG-DON-SEXO         PIC X(01).
               88 WSS-DON-MASCULINO    VALUE "M".
               88 WSS-DON-FEMENINO     VALUE "F".
               88 WSS-DON-SEXO-OK      VALUE "M" "F".
