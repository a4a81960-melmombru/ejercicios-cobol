       01 REG-ESCALA.
           05 REG-ESC-NRO-ALUMNO           PIC 9(04).
           05 REG-ESC-ANIO                 PIC 9(04).
           05 REG-ESC-TERMINO              PIC 9(01).
           05 REG-ESC-NIVEL                PIC 9(01).
           05 REG-ESC-PUNTOS               PIC 9(03).
           05 REG-ESC-FECHA                PIC 9(08).
           05 REG-ESC-ACCION               PIC X(20).
