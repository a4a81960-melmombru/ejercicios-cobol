      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Rutina del valor de control encadenado del log de
      *cambios LOG-CAMBIOS.DAT. A partir del valor de control de la
      *entrada anterior y del contenido de la entrada (con su numero
      *de secuencia) calcula el valor de control de la entrada. Como
      *cada valor arrastra al anterior, editar, sacar o intercalar una
      *entrada rompe la cadena desde ese punto. La usan RUTARCH al
      *grabar cada entrada y LOGVERIF al verificar el log.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTCADEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *-----------------------
       DATA DIVISION.

      *-----------------------
       WORKING-STORAGE SECTION.
      *MODULO PRIMO Y MULTIPLICADOR DEL ENCADENADO
       01 WSC-MODULO               PIC 9(09) VALUE 999999937.
       01 WSC-MULTIPLICADOR        PIC 9(02) VALUE 31.
       01 WSC-LONG-ENTRADA         PIC 9(03) VALUE 219.

       01 WSV-ACUMULADO            PIC 9(12).
       01 WSV-COCIENTE             PIC 9(12).
       01 WSV-CONTROL              PIC 9(09).
       01 WSV-POS                  PIC 9(03).

      *CADA CARACTER DE LA ENTRADA SE TOMA POR SU VALOR DE BYTE: SE
      *APOYA EN EL SEGUNDO BYTE DE UN BINARIO DE DOS BYTES EN CERO
       01 WSV-BYTE-BIN             PIC 9(04) COMP.
       01 WSV-BYTE-PAR REDEFINES WSV-BYTE-BIN.
           05 FILLER               PIC X(01).
           05 WSV-BYTE             PIC X(01).

       LINKAGE SECTION.
       COPY REG-CADENA.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-CADENA.
       00000-CONTROL.
           MOVE REG-CAD-CONTROL-ANT TO WSV-CONTROL
           PERFORM VARYING WSV-POS FROM 1 BY 1
                   UNTIL WSV-POS > WSC-LONG-ENTRADA
               PERFORM 10000-SUMAR-CARACTER
           END-PERFORM
           MOVE WSV-CONTROL TO REG-CAD-CONTROL
           PERFORM FIN-DE-RUTINA.

      *CONTROL = (CONTROL * 31 + VALOR DEL CARACTER + 1) MODULO PRIMO
       10000-SUMAR-CARACTER.
           MOVE 0 TO WSV-BYTE-BIN
           MOVE REG-CAD-ENTRADA(WSV-POS:1) TO WSV-BYTE
           COMPUTE WSV-ACUMULADO = WSV-CONTROL * WSC-MULTIPLICADOR
                                 + WSV-BYTE-BIN + 1
           DIVIDE WSV-ACUMULADO BY WSC-MODULO
               GIVING WSV-COCIENTE REMAINDER WSV-CONTROL.

       FIN-DE-RUTINA.
           GOBACK.
