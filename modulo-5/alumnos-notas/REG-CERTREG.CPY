       01 REG-CERT-REGISTRO.
           05 REG-CRG-SERIE            PIC 9(06).
           05 REG-CRG-TIPO             PIC X(01).
               88 WSS-CRG-CONSTANCIA           VALUE 'C'.
               88 WSS-CRG-ANALITICO            VALUE 'A'.
           05 REG-CRG-NRO-ALUMNO       PIC 9(04).
           05 REG-CRG-NOMBRE           PIC X(23).
           05 REG-CRG-PERIODO-DESDE    PIC 9(06).
           05 REG-CRG-PERIODO-HASTA    PIC 9(06).
           05 REG-CRG-FECHA            PIC 9(08).
           05 REG-CRG-OPERADOR         PIC X(03).
           05 REG-CRG-PROMEDIO         PIC 9(02)V9(02).
           05 REG-CRG-CANT-NOTAS       PIC 9(04).
           05 REG-CRG-DESTINATARIO     PIC X(25).
           05 REG-CRG-ESTADO           PIC X(01).
               88 WSS-CRG-VIGENTE              VALUE 'V'.
               88 WSS-CRG-ANULADO              VALUE 'A'.
           05 REG-CRG-FECHA-ANULA      PIC 9(08).
           05 REG-CRG-OPER-ANULA       PIC X(03).
           05 REG-CRG-MOTIVO-ANULA     PIC X(30).
