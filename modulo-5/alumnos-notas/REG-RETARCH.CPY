       01 REG-RETENCION-ARCH.
           05 REG-RTA-NRO-ALUMNO       PIC 9(04).
           05 REG-RTA-TIPO             PIC X(01).
               88 WSS-RTA-CUOTA                VALUE 'C'.
               88 WSS-RTA-EQUIPO               VALUE 'E'.
               88 WSS-RTA-DOCUMENTACION        VALUE 'D'.
           05 REG-RTA-FECHA-ALTA       PIC 9(08).
           05 REG-RTA-OPERADOR         PIC X(03).
           05 REG-RTA-FECHA-LEVANTA    PIC 9(08).
               88 WSS-RTA-VIGENTE              VALUE 0.
           05 REG-RTA-OPER-LEVANTA     PIC X(03).
           05 REG-RTA-DETALLE          PIC X(30).
