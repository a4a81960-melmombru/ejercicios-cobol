       01 REG-CONDICION-ASIS.
           05 REG-CAS-NRO-ALUMNO           PIC 9(04).
           05 REG-CAS-ANIO                 PIC 9(04).
           05 REG-CAS-DIAS                 PIC 9(04).
           05 REG-CAS-PRESENTES            PIC 9(04).
           05 REG-CAS-FALTAS               PIC 9(03).
           05 REG-CAS-LIMITE               PIC 9(03).
           05 REG-CAS-ESTADO               PIC X(01).
               88 WSS-CAS-REGULAR                  VALUE 'R'.
               88 WSS-CAS-LIBRE                    VALUE 'L'.
               88 WSS-CAS-REINCORPORADO            VALUE 'I'.
               88 WSS-CAS-LIBRE-DEFINITIVO         VALUE 'D'.
               88 WSS-CAS-QUEDA-LIBRE              VALUE 'L' 'D'.
           05 REG-CAS-FECHA-ESTADO         PIC 9(08).
           05 REG-CAS-FECHA-CORRIDA        PIC 9(08).
