      *   CUENTAS.DAT (REG-LIMITE): el listado no lo usa, pero el
      *   layout queda igual al del resto de los programas que leen
      *   y regraban el archivo.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031; la clave de RUTSORT (el
      *   saldo) pasa a la posicion 39.
      * 2026 10 - REG-SALDO lleva signo: un saldo negativo es saldo a
      *   favor del cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD ENTRADA.
       01 REG-ENTRADA.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WST-CLIENTES-TABLA.
           05 WST-CLIENTE-ITEM     OCCURS 100 TIMES INDEXED BY IND.
               10 WST-NRO-CLIENTE      PIC 9(08).
               10 WST-NOMBRE           PIC X(30).
               10 WST-SALDO            PIC S9(05)V9(02).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTSORT         PIC X(07) VALUE "RUTSORT".
           END-IF.

      *ORDENA LOS CLIENTES CARGADOS DE MAYOR A MENOR SALDO VIA
      *RUTSORT (LA CLAVE ES EL SALDO, EN LA POSICION 39)
       30000-ORDENAR-POR-SALDO.
           COMPUTE WSV-CONT-LISTADOS = IND - 1
           IF WSV-CONT-LISTADOS > 1
               MOVE WSV-CONT-LISTADOS TO REG-SORT-CANT-ELEM
               MOVE LENGTH OF WST-CLIENTE-ITEM(1) TO REG-SORT-LONG-ELEM
               MOVE 39 TO REG-SORT-POS-CLAVE
               MOVE 7 TO REG-SORT-LONG-CLAVE
               SET WSS-SORT-DESCENDENTE TO TRUE
               CALL WSC-RUTSORT USING REGISTRO-SORT
