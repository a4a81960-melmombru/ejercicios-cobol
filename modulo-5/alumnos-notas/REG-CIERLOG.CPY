       01 REG-CIERRE-LOG.
           05 REG-CLG-FECHA                PIC 9(08).
           05 REG-CLG-ACCION               PIC X(01).
               88 WSS-CLG-CIERRE                   VALUE 'C'.
               88 WSS-CLG-REAPERTURA               VALUE 'R'.
               88 WSS-CLG-EXCEPCION                VALUE 'E'.
           05 REG-CLG-ANIO                 PIC 9(04).
           05 REG-CLG-TERMINO              PIC 9(01).
           05 REG-CLG-PROGRAMA             PIC X(08).
           05 REG-CLG-OPERADOR             PIC X(03).
           05 REG-CLG-AUTORIZANTE          PIC X(03).
           05 REG-CLG-NRO-ALUMNO           PIC 9(04).
           05 REG-CLG-NRO-MATERIA          PIC 9(02).
           05 REG-CLG-PERIODO              PIC 9(06).
           05 REG-CLG-MOTIVO               PIC X(20).
