      *REAPLICAR NADA: RUTARCH VUELVE A LOGUEAR CADA OPERACION
      *REAPLICADA, Y SI EL LOG SIGUIERA ABIERTO EN LECTURA EL REPLAY
      *SE ALIMENTARIA DE SUS PROPIAS ENTRADAS NUEVAS.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro del log incorpora el numero de secuencia y
      *   el valor de control encadenado. Antes de reaplicar nada se
      *   exige que LOGVERIF haya verificado la cadena sin errores
      *   (LOG-VERIF.DAT) y que la ultima entrada del log sea el ultimo
      *   eslabon verificado; si no, el replay no corre.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT LOG-CAMBIOS      ASSIGN TO DISK 'LOG-CAMBIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LOG.

       SELECT OPTIONAL VERIFICACION ASSIGN TO DISK 'LOG-VERIF.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-VERIF.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      *EL OPERADOR VA AL FINAL DEL REGISTRO: LAS ENTRADAS ESCRITAS
      *ANTES DE AGREGARLO SE LEEN CON OPERADOR EN BLANCO
           05 REG-LOG-OPERADOR       PIC X(03).
      *SECUENCIA Y VALOR DE CONTROL ENCADENADO QUE AGREGA RUTARCH;
      *LAS ENTRADAS ESCRITAS ANTES DE AGREGARLOS SE LEEN EN BLANCO
           05 REG-LOG-SECUENCIA      PIC 9(09).
           05 REG-LOG-CONTROL        PIC 9(09).

      *ULTIMO RESULTADO DE LOGVERIF SOBRE LA CADENA DEL LOG
       FD VERIFICACION.
       01 REG-VERIFICACION.
           05 REG-VER-FECHA            PIC 9(08).
           05 REG-VER-HORA             PIC 9(08).
           05 REG-VER-RESULTADO        PIC X(02).
               88 WSS-VER-CADENA-OK        VALUE 'OK'.
           05 REG-VER-ULT-SECUENCIA    PIC 9(09).
           05 REG-VER-ULT-CONTROL      PIC 9(09).
           05 REG-VER-ENTRADAS         PIC 9(09).
           05 REG-VER-ERRORES          PIC 9(06).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-LOG               PIC X(02).
           88 WSS-FS-LOG-OK            VALUE '00'.
           88 WSS-FS-LOG-EOF           VALUE '10'.

       01 WSS-FS-VERIF             PIC X(02).
           88 WSS-FS-VERIF-OK          VALUE '00' '05'.

      *ULTIMO ESLABON DE LA CADENA EN EL LOG QUE SE CARGO, PARA
      *COMPARARLO CON EL QUE VERIFICO LOGVERIF
       01 WSV-ULT-SECUENCIA-LOG    PIC 9(09) VALUE 0.
       01 WSV-ULT-CONTROL-LOG      PIC 9(09) VALUE 0.

      *CORTE DE FECHA Y HORA: SOLO SE REAPLICA LO POSTERIOR
       01 WSV-FECHA-CORTE          PIC 9(08).
       01 WSV-HORA-CORTE           PIC 9(06).
       0000-PROCESO.
           PERFORM 10000-PEDIR-CORTE
           PERFORM 20000-CARGAR-LOG
           PERFORM 23000-CONTROLAR-VERIFICACION
           PERFORM 25000-ABRIR-MAESTRO
           PERFORM 30000-REAPLICAR-OPERACIONES
           PERFORM 40000-CERRAR-MAESTRO
       21000-LEER-Y-CARGAR.
           READ LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               IF REG-LOG-SECUENCIA NUMERIC
                       AND REG-LOG-CONTROL NUMERIC
                   MOVE REG-LOG-SECUENCIA TO WSV-ULT-SECUENCIA-LOG
                   MOVE REG-LOG-CONTROL TO WSV-ULT-CONTROL-LOG
               END-IF
               IF REG-LOG-STATUS NOT= 0
                   ADD 1 TO WSV-CONT-SALTEADAS
               ELSE
           MOVE REG-LOG-DNI-DESPUES TO WST-OP-DNI(IND-OP)
           MOVE REG-LOG-TELEF-DESPUES TO WST-OP-TELEFONO(IND-OP).

      *EL REPLAY SOLO CORRE SOBRE UN LOG CUYA CADENA VERIFICO LOGVERIF
      *SIN ERRORES Y QUE NO CAMBIO DESDE ENTONCES: LA ULTIMA ENTRADA
      *DEL LOG TIENE QUE SER EL ULTIMO ESLABON VERIFICADO
       23000-CONTROLAR-VERIFICACION.
           OPEN INPUT VERIFICACION
           IF NOT WSS-FS-VERIF-OK
               DISPLAY 'NO SE PUDO ABRIR LOG-VERIF.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-VERIF
               PERFORM 60000-FIN-DEL-PROGRAMA
           END-IF
           READ VERIFICACION
           IF NOT WSS-FS-VERIF-OK
               DISPLAY 'EL LOG NO FUE VERIFICADO, CORRER LOGVERIF '
                       'ANTES DEL REPLAY; NO SE REAPLICA NADA'
               CLOSE VERIFICACION
               PERFORM 60000-FIN-DEL-PROGRAMA
           END-IF
           CLOSE VERIFICACION
           IF NOT WSS-VER-CADENA-OK
               DISPLAY 'LA ULTIMA VERIFICACION DEL LOG ('
                       REG-VER-FECHA ' ' REG-VER-HORA(1:6)
                       ') ENCONTRO ' REG-VER-ERRORES ' ERRORES; '
                       'NO SE REAPLICA NADA'
               PERFORM 60000-FIN-DEL-PROGRAMA
           END-IF
           IF REG-VER-ULT-SECUENCIA NOT= WSV-ULT-SECUENCIA-LOG
                   OR REG-VER-ULT-CONTROL NOT= WSV-ULT-CONTROL-LOG
               DISPLAY 'EL LOG CAMBIO DESDE LA ULTIMA VERIFICACION '
                       '(SECUENCIA VERIFICADA ' REG-VER-ULT-SECUENCIA
                       ', ACTUAL ' WSV-ULT-SECUENCIA-LOG ')'
               DISPLAY 'CORRER LOGVERIF DE NUEVO; NO SE REAPLICA NADA'
               PERFORM 60000-FIN-DEL-PROGRAMA
           END-IF
           DISPLAY 'CADENA DEL LOG VERIFICADA EL ' REG-VER-FECHA
                   ' HASTA LA SECUENCIA ' REG-VER-ULT-SECUENCIA.

      *ABRE EL ARCHIVO INDEXADO (YA RESTAURADO) EN I-O VIA RUTARCH
       25000-ABRIR-MAESTRO.
           MOVE WSV-ARCHIVO-OBJETIVO TO REG-ARCHIVO-FISICO
