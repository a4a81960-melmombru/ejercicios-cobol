       01 REG-PAGO-CUOTA.
           05 REG-PCU-NRO-ALUMNO           PIC 9(04).
           05 REG-PCU-PERIODO              PIC 9(06).
           05 REG-PCU-FECHA                PIC 9(08).
           05 REG-PCU-MONTO                PIC 9(05)V9(02).
           05 REG-PCU-MEDIO                PIC X(01).
               88 WSS-PCU-EFECTIVO                 VALUE 'E'.
               88 WSS-PCU-TRANSFERENCIA            VALUE 'T'.
               88 WSS-PCU-CHEQUE                   VALUE 'C'.
           05 REG-PCU-RECIBO               PIC 9(06).
           05 REG-PCU-SESION               PIC 9(04).
