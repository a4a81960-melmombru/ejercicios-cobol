       01 REG-CUOTA.
           05 REG-CUO-PERIODO              PIC 9(06).
           05 REG-CUO-NRO-ALUMNO           PIC 9(04).
           05 REG-CUO-CURSO                PIC X(02).
           05 REG-CUO-VENCIMIENTO          PIC 9(08).
           05 REG-CUO-MONTO                PIC 9(05)V9(02).
           05 REG-CUO-PAGADO               PIC 9(05)V9(02).
           05 REG-CUO-ESTADO               PIC X(01).
               88 WSS-CUO-PENDIENTE                VALUE 'P'.
               88 WSS-CUO-PARCIAL                  VALUE 'R'.
               88 WSS-CUO-CANCELADA                VALUE 'C'.
           05 REG-CUO-BRUTO                PIC 9(05)V9(02).
           05 REG-CUO-DESCUENTO            PIC 9(05)V9(02).
           05 REG-CUO-MOTIVO-DESC          PIC X(01).
               88 WSS-CUO-SIN-DESCUENTO            VALUE SPACE.
               88 WSS-CUO-DESC-BECA                VALUE 'B'.
               88 WSS-CUO-DESC-HERMANOS            VALUE 'H'.
               88 WSS-CUO-DESC-AMBOS               VALUE 'A'.
