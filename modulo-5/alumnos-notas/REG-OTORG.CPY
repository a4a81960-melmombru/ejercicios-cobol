       01 REG-OTORGADA.
           05 REG-OTO-NRO-ALUMNO           PIC 9(04).
           05 REG-OTO-ANIO                 PIC 9(04).
           05 REG-OTO-CATEGORIA            PIC X(01).
           05 REG-OTO-MONTO                PIC 9(05)V9(02).
           05 REG-OTO-PORCENTAJE           PIC 9(03).
           05 REG-OTO-ESTADO               PIC X(01).
               88 WSS-OTO-VIGENTE                  VALUE 'V' SPACE.
               88 WSS-OTO-CANCELADA                VALUE 'C'.
           05 REG-OTO-PERIODO-BAJA         PIC 9(06).
