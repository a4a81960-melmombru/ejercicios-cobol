       01 REG-REINCORPORACION.
           05 REG-REI-NRO-ALUMNO           PIC 9(04).
           05 REG-REI-ANIO                 PIC 9(04).
           05 REG-REI-FECHA                PIC 9(08).
           05 REG-REI-OPERADOR             PIC X(03).
           05 REG-REI-AUTORIZANTE          PIC X(03).
           05 REG-REI-CUPO                 PIC 9(03).
           05 REG-REI-FALTAS               PIC 9(03).
           05 REG-REI-MOTIVO               PIC X(20).
