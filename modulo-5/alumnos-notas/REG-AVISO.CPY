       01 REG-AVISO.
           05 REG-AVI-NRO-ALUMNO           PIC 9(04).
           05 REG-AVI-ORIGEN               PIC X(01).
               88 WSS-AVI-ALERTA                   VALUE 'A'.
               88 WSS-AVI-SANCION                  VALUE 'S'.
               88 WSS-AVI-CUOTA                    VALUE 'C'.
           05 REG-AVI-CLAVE                PIC X(12).
           05 REG-AVI-FECHA-ENVIO          PIC 9(08).
           05 REG-AVI-CANT-RESP            PIC 9(01).
