      *   LOGROTAR (LOG-CAMBIOS.AAAAMM) en vez del log vivo: al
      *   inicio se pregunta el mes (0 = log vivo) y todas las
      *   consultas corren sobre ese archivo.
      * 2026 10 - El registro del log incorpora el numero de secuencia y
      *   el valor de control encadenado que ahora graba RUTARCH al
      *   final de cada entrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *EL OPERADOR VA AL FINAL DEL REGISTRO: LAS ENTRADAS ESCRITAS
      *ANTES DE AGREGARLO SE LEEN CON OPERADOR EN BLANCO
           05 REG-LOG-OPERADOR       PIC X(03).
      *SECUENCIA Y VALOR DE CONTROL ENCADENADO QUE AGREGA RUTARCH;
      *LAS ENTRADAS ESCRITAS ANTES DE AGREGARLOS SE LEEN EN BLANCO
           05 REG-LOG-SECUENCIA      PIC 9(09).
           05 REG-LOG-CONTROL        PIC 9(09).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-LOG               PIC X(02).
