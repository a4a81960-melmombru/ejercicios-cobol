       01 REG-PERMISO-LOG.
           05 REG-PLG-FECHA                PIC 9(08).
           05 REG-PLG-HORA                 PIC 9(06).
           05 REG-PLG-OPERADOR             PIC X(03).
           05 REG-PLG-ROL                  PIC X(03).
           05 REG-PLG-PROGRAMA             PIC X(08).
           05 REG-PLG-ACCION               PIC X(01).
           05 REG-PLG-MOTIVO               PIC X(30).
