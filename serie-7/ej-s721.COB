      *con limite cargado (distinto de cero) cuyo saldo lo supera.
      *El limite lo carga EJES6001 y EJES6011 lo controla al
      *facturar; esto muestra a quien ya se le paso.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - REG-SALDO lleva signo: un saldo negativo es saldo a
      *   favor del cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD CUENTAS.
       01 REG-CUENTA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSV-CONT-EXCEDIDOS       PIC S9(4) COMP VALUE 0.
       01 WST-EXCEDIDOS.
           05 WST-EXC-ITEM         OCCURS 100 TIMES INDEXED BY IND.
               10 WST-EX-NRO           PIC 9(08).
               10 WST-EX-NOMBRE        PIC X(30).
               10 WST-EX-SALDO         PIC S9(05)V9(02).
               10 WST-EX-LIMITE        PIC 9(05)V9(02).
               10 WST-EX-EXCESO        PIC 9(06)V9(02).

