      *inicio), ATRASADO (deberia llevar mas cuotas posteadas que
      *las que lleva), CUMPLIDO o ROTO, con los totales al pie, para
      *que los acuerdos se sigan y no se estacionen.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).
