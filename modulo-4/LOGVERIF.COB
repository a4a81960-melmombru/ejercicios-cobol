      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Verificador de la cadena del log de cambios.
      *Recorre los archivos mensuales que LOGROTAR registro en
      *LOG-RESUMEN.DAT (registros 'SEQ', en el orden en que se
      *archivaron) y despues el log vivo LOG-CAMBIOS.DAT, y controla
      *que los numeros de secuencia que graba RUTARCH sigan sin huecos
      *ni repetidos y que cada valor de control se pueda recalcular
      *(RUTCADEN) a partir del de la entrada anterior. Tambien
      *controla que cada archivo mensual termine en el eslabon y con
      *la cantidad de entradas que LOGROTAR dejo registrados. Informa
      *cada hueco, repetido o eslabon roto y deja el resultado en
      *LOG-VERIF.DAT: REPLARCH no reaplica nada si la ultima
      *verificacion encontro errores o si el log cambio despues de
      *ella. Las entradas anteriores al encadenado (sin secuencia)
      *solo se cuentan.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LOGVERIF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL RESUMEN ASSIGN TO DISK 'LOG-RESUMEN.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RESUMEN.

       SELECT LOG-CAMBIOS      ASSIGN TO DYNAMIC WSV-NOMBRE-ARCHIVO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LOG.

       SELECT VERIFICACION     ASSIGN TO DISK 'LOG-VERIF.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-VERIF.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD RESUMEN.
       01 REG-RESUMEN.
           05 REG-RES-PERIODO          PIC 9(06).
           05 REG-RES-ARCHIVO          PIC X(30).
           05 REG-RES-OPCION           PIC X(03).
           05 REG-RES-CANTIDAD         PIC 9(06).
           05 REG-RES-SEC-DESDE        PIC 9(09).
           05 REG-RES-SEC-HASTA        PIC 9(09).
           05 REG-RES-CONTROL          PIC 9(09).

      *EL LOG VIVO Y LOS ARCHIVOS MENSUALES TIENEN EL MISMO REGISTRO;
      *LO QUE ENTRA EN EL VALOR DE CONTROL ES TODO LO ANTERIOR A EL
       FD LOG-CAMBIOS.
       01 REG-LOG-CAMBIOS.
           05 REG-LOG-DATOS          PIC X(210).
           05 REG-LOG-SECUENCIA      PIC 9(09).
           05 REG-LOG-CONTROL        PIC 9(09).

       FD VERIFICACION.
       01 REG-VERIFICACION.
           05 REG-VER-FECHA            PIC 9(08).
           05 REG-VER-HORA             PIC 9(08).
           05 REG-VER-RESULTADO        PIC X(02).
               88 WSS-VER-CADENA-OK        VALUE 'OK'.
               88 WSS-VER-CADENA-ERROR     VALUE 'ER'.
           05 REG-VER-ULT-SECUENCIA    PIC 9(09).
           05 REG-VER-ULT-CONTROL      PIC 9(09).
           05 REG-VER-ENTRADAS         PIC 9(09).
           05 REG-VER-ERRORES          PIC 9(06).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-RESUMEN           PIC X(02).
           88 WSS-FS-RESUMEN-OK        VALUE '00' '05'.

       01 WSS-FS-LOG               PIC X(02).
           88 WSS-FS-LOG-OK            VALUE '00'.
           88 WSS-FS-LOG-EOF           VALUE '10'.
           88 WSS-FS-LOG-NOEXISTE      VALUE '35'.

       01 WSS-FS-VERIF             PIC X(02).
           88 WSS-FS-VERIF-OK          VALUE '00'.

       01 WSC-LOG-VIVO             PIC X(20) VALUE 'LOG-CAMBIOS.DAT'.
       01 WSV-NOMBRE-ARCHIVO       PIC X(20).

      *ARCHIVOS MENSUALES SEGUN LOS REGISTROS 'SEQ' DE LOG-RESUMEN, CON
      *EL ULTIMO ESLABON Y LA CANTIDAD DE ENTRADAS QUE SE LES LLEVARON
       01 WSC-MAX-ARCHIVOS         PIC 9(03) VALUE 200.
       01 WSV-CONT-ARCHIVOS        PIC S9(4) COMP VALUE 0.
       01 WST-ARCHIVOS.
           05 WST-AR-ITEM          OCCURS 200 TIMES INDEXED BY IND-AR.
               10 WST-AR-NOMBRE        PIC X(20).
               10 WST-AR-CANTIDAD      PIC 9(07).
               10 WST-AR-SEC-HASTA     PIC 9(09).
               10 WST-AR-CONTROL       PIC 9(09).
       01 WSV-ARCHIVO-VISTO        PIC X(01).
           88 WSS-ARCHIVO-VISTO        VALUE 'S'.

      *ULTIMO ESLABON ACEPTADO DE LA CADENA
       01 WSV-PREV-SECUENCIA       PIC 9(09) VALUE 0.
       01 WSV-PREV-CONTROL         PIC 9(09) VALUE 0.
       01 WSV-SIGUIENTE            PIC 9(09).
       01 WSV-ULT-FALTANTE         PIC 9(09).
       01 WSV-CADENA-INICIADA      PIC X(01) VALUE 'N'.
           88 WSS-CADENA-INICIADA      VALUE 'S'.

      *ULTIMO ESLABON DEL LOG VIVO, EL QUE REPLARCH COMPARA
       01 WSV-ULT-SEC-VIVO         PIC 9(09) VALUE 0.
       01 WSV-ULT-CTL-VIVO         PIC 9(09) VALUE 0.
       01 WSV-EN-LOG-VIVO          PIC X(01) VALUE 'N'.
           88 WSS-EN-LOG-VIVO          VALUE 'S'.

       01 WSV-CONT-ARCHIVO         PIC 9(07).
       01 WSV-CONT-ENTRADAS        PIC 9(09) VALUE 0.
       01 WSV-CONT-SIN-SECUENCIA   PIC 9(07) VALUE 0.
       01 WSV-CONT-HUECOS          PIC 9(06) VALUE 0.
       01 WSV-CONT-REPETIDAS       PIC 9(06) VALUE 0.
       01 WSV-CONT-ROTOS           PIC 9(06) VALUE 0.
       01 WSV-CONT-OTROS           PIC 9(06) VALUE 0.
       01 WSV-CONT-ERRORES         PIC 9(06) VALUE 0.

       01 WSV-MENSAJE              PIC X(70).
       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-HORA-HOY             PIC 9(08).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
       01 WSC-RUT-CADENA           PIC X(08) VALUE 'RUTCADEN'.
       COPY REG-CADENA.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-CARGAR-ARCHIVOS
           PERFORM 20000-VERIFICAR-ARCHIVOS
           PERFORM 25000-VERIFICAR-LOG-VIVO
           PERFORM 50000-GRABAR-RESULTADO
           PERFORM 60000-INFORMAR-RESULTADO
           PERFORM 90000-FIN-DEL-PROGRAMA.

      *JUNTA LOS ARCHIVOS MENSUALES DE LOS REGISTROS 'SEQ' DE
      *LOG-RESUMEN.DAT. SI UN MES SE ARCHIVO EN DOS CORRIDAS, EL
      *ARCHIVO SE RECORRE UNA SOLA VEZ Y SE ESPERA EL ULTIMO ESLABON
       10000-CARGAR-ARCHIVOS.
           OPEN INPUT RESUMEN
           IF NOT WSS-FS-RESUMEN-OK
               DISPLAY 'NO SE PUDO ABRIR LOG-RESUMEN.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUMEN
               PERFORM 90000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-RESUMEN UNTIL NOT WSS-FS-RESUMEN-OK
           CLOSE RESUMEN.

       11000-LEER-RESUMEN.
           READ RESUMEN
           IF WSS-FS-RESUMEN-OK
               IF REG-RES-OPCION = 'SEQ'
                   PERFORM 12000-SUMAR-ARCHIVO
               END-IF
           END-IF.

       12000-SUMAR-ARCHIVO.
           IF REG-RES-CANTIDAD NOT NUMERIC
               MOVE 0 TO REG-RES-CANTIDAD
           END-IF
           IF REG-RES-SEC-HASTA NOT NUMERIC
                   OR REG-RES-CONTROL NOT NUMERIC
               MOVE 0 TO REG-RES-SEC-HASTA
               MOVE 0 TO REG-RES-CONTROL
           END-IF
           MOVE 'N' TO WSV-ARCHIVO-VISTO
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSV-CONT-ARCHIVOS
                       OR WSS-ARCHIVO-VISTO
               IF WST-AR-NOMBRE(IND-AR) = REG-RES-ARCHIVO
                   SET WSS-ARCHIVO-VISTO TO TRUE
                   ADD REG-RES-CANTIDAD TO WST-AR-CANTIDAD(IND-AR)
                   IF REG-RES-SEC-HASTA > WST-AR-SEC-HASTA(IND-AR)
                       MOVE REG-RES-SEC-HASTA
                           TO WST-AR-SEC-HASTA(IND-AR)
                       MOVE REG-RES-CONTROL
                           TO WST-AR-CONTROL(IND-AR)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WSS-ARCHIVO-VISTO
               IF WSV-CONT-ARCHIVOS >= WSC-MAX-ARCHIVOS
                   DISPLAY 'TABLA DE ARCHIVOS MENSUALES LLENA, NO SE '
                           'PUEDE VERIFICAR LA CADENA COMPLETA'
                   PERFORM 90000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-ARCHIVOS
               SET IND-AR TO WSV-CONT-ARCHIVOS
               MOVE REG-RES-ARCHIVO TO WST-AR-NOMBRE(IND-AR)
               MOVE REG-RES-CANTIDAD TO WST-AR-CANTIDAD(IND-AR)
               MOVE REG-RES-SEC-HASTA TO WST-AR-SEC-HASTA(IND-AR)
               MOVE REG-RES-CONTROL TO WST-AR-CONTROL(IND-AR)
           END-IF.

      *RECORRE LOS ARCHIVOS MENSUALES EN EL ORDEN EN QUE SE ARCHIVARON
       20000-VERIFICAR-ARCHIVOS.
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSV-CONT-ARCHIVOS
               MOVE WST-AR-NOMBRE(IND-AR) TO WSV-NOMBRE-ARCHIVO
               PERFORM 30000-RECORRER-ARCHIVO
               PERFORM 21000-CONTROLAR-FIN-ARCHIVO
           END-PERFORM.

      *EL ARCHIVO MENSUAL TIENE QUE TENER LAS ENTRADAS QUE LOGROTAR LE
      *LLEVO Y TERMINAR EN EL ESLABON QUE DEJO EN LOG-RESUMEN
       21000-CONTROLAR-FIN-ARCHIVO.
           IF WSV-CONT-ARCHIVO NOT= WST-AR-CANTIDAD(IND-AR)
               MOVE SPACES TO WSV-MENSAJE
               STRING 'TIENE ' WSV-CONT-ARCHIVO
                      ' ENTRADAS Y LOG-RESUMEN REGISTRA '
                      WST-AR-CANTIDAD(IND-AR)
                   DELIMITED BY SIZE INTO WSV-MENSAJE
               ADD 1 TO WSV-CONT-OTROS
               PERFORM 35000-INFORMAR-ERROR
           END-IF
           IF WST-AR-SEC-HASTA(IND-AR) NOT= 0
               IF WSV-PREV-SECUENCIA NOT= WST-AR-SEC-HASTA(IND-AR)
                       OR WSV-PREV-CONTROL NOT= WST-AR-CONTROL(IND-AR)
                   MOVE SPACES TO WSV-MENSAJE
                   STRING 'NO TERMINA EN EL ESLABON DE LOG-RESUMEN '
                          '(SECUENCIA ' WST-AR-SEC-HASTA(IND-AR) ')'
                       DELIMITED BY SIZE INTO WSV-MENSAJE
                   ADD 1 TO WSV-CONT-OTROS
                   PERFORM 35000-INFORMAR-ERROR
               END-IF
           END-IF.

      *EL LOG VIVO SIGUE LA CADENA DESDE EL ULTIMO ARCHIVO MENSUAL
       25000-VERIFICAR-LOG-VIVO.
           MOVE WSC-LOG-VIVO TO WSV-NOMBRE-ARCHIVO
           SET WSS-EN-LOG-VIVO TO TRUE
           PERFORM 30000-RECORRER-ARCHIVO.

      *RECORRE UN ARCHIVO (MENSUAL O EL LOG VIVO) VERIFICANDO CADA
      *ENTRADA CONTRA EL ULTIMO ESLABON ACEPTADO
       30000-RECORRER-ARCHIVO.
           MOVE 0 TO WSV-CONT-ARCHIVO
           DISPLAY 'VERIFICANDO ' WSV-NOMBRE-ARCHIVO
           OPEN INPUT LOG-CAMBIOS
           IF WSS-FS-LOG-NOEXISTE AND WSS-EN-LOG-VIVO
               DISPLAY 'NO HAY LOG VIVO, LA CADENA TERMINA EN EL '
                       'ULTIMO ARCHIVO MENSUAL'
           ELSE
               IF NOT WSS-FS-LOG-OK
                   MOVE SPACES TO WSV-MENSAJE
                   STRING 'NO SE PUDO ABRIR (FILE STATUS '
                          WSS-FS-LOG ')'
                       DELIMITED BY SIZE INTO WSV-MENSAJE
                   ADD 1 TO WSV-CONT-OTROS
                   PERFORM 35000-INFORMAR-ERROR
               ELSE
                   PERFORM 31000-LEER-Y-VERIFICAR
                       UNTIL NOT WSS-FS-LOG-OK
                   CLOSE LOG-CAMBIOS
               END-IF
           END-IF.

       31000-LEER-Y-VERIFICAR.
           READ LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               ADD 1 TO WSV-CONT-ARCHIVO
               ADD 1 TO WSV-CONT-ENTRADAS
               IF REG-LOG-SECUENCIA NUMERIC
                       AND REG-LOG-CONTROL NUMERIC
                   PERFORM 32000-VERIFICAR-ESLABON
                   IF WSS-EN-LOG-VIVO
                       MOVE REG-LOG-SECUENCIA TO WSV-ULT-SEC-VIVO
                       MOVE REG-LOG-CONTROL TO WSV-ULT-CTL-VIVO
                   END-IF
               ELSE
                   IF WSS-CADENA-INICIADA
                       MOVE 'ENTRADA SIN SECUENCIA DENTRO DE LA CADENA'
                           TO WSV-MENSAJE
                       ADD 1 TO WSV-CONT-OTROS
                       PERFORM 35000-INFORMAR-ERROR
                   ELSE
                       ADD 1 TO WSV-CONT-SIN-SECUENCIA
                   END-IF
               END-IF
           ELSE
               IF NOT WSS-FS-LOG-EOF
                   MOVE SPACES TO WSV-MENSAJE
                   STRING 'ERROR DE LECTURA (FILE STATUS '
                          WSS-FS-LOG ')'
                       DELIMITED BY SIZE INTO WSV-MENSAJE
                   ADD 1 TO WSV-CONT-OTROS
                   PERFORM 35000-INFORMAR-ERROR
               END-IF
           END-IF.

      *LA SECUENCIA TIENE QUE SER LA SIGUIENTE A LA ULTIMA ACEPTADA Y
      *EL VALOR DE CONTROL EL QUE RESULTA DE ENCADENAR LA ENTRADA CON
      *EL ANTERIOR. UN HUECO RESINCRONIZA LA CADENA EN LA ENTRADA QUE
      *SIGUE; UNA REPETIDA O FUERA DE ORDEN NO LA MUEVE
       32000-VERIFICAR-ESLABON.
           SET WSS-CADENA-INICIADA TO TRUE
           ADD 1 TO WSV-PREV-SECUENCIA GIVING WSV-SIGUIENTE
           EVALUATE TRUE
           WHEN REG-LOG-SECUENCIA = WSV-SIGUIENTE
               MOVE REG-LOG-CAMBIOS(1:219) TO REG-CAD-ENTRADA
               MOVE WSV-PREV-CONTROL TO REG-CAD-CONTROL-ANT
               CALL WSC-RUT-CADENA USING REGISTRO-CADENA
               IF REG-CAD-CONTROL NOT= REG-LOG-CONTROL
                   MOVE SPACES TO WSV-MENSAJE
                   STRING 'ESLABON ROTO EN LA SECUENCIA '
                          REG-LOG-SECUENCIA
                          ' (ENTRADA ALTERADA O FALTANTE)'
                       DELIMITED BY SIZE INTO WSV-MENSAJE
                   ADD 1 TO WSV-CONT-ROTOS
                   PERFORM 35000-INFORMAR-ERROR
               END-IF
               MOVE REG-LOG-SECUENCIA TO WSV-PREV-SECUENCIA
               MOVE REG-LOG-CONTROL TO WSV-PREV-CONTROL
           WHEN REG-LOG-SECUENCIA > WSV-SIGUIENTE
               SUBTRACT 1 FROM REG-LOG-SECUENCIA
                   GIVING WSV-ULT-FALTANTE
               MOVE SPACES TO WSV-MENSAJE
               STRING 'HUECO: FALTAN LAS SECUENCIAS ' WSV-SIGUIENTE
                      ' A ' WSV-ULT-FALTANTE
                   DELIMITED BY SIZE INTO WSV-MENSAJE
               ADD 1 TO WSV-CONT-HUECOS
               PERFORM 35000-INFORMAR-ERROR
               MOVE REG-LOG-SECUENCIA TO WSV-PREV-SECUENCIA
               MOVE REG-LOG-CONTROL TO WSV-PREV-CONTROL
           WHEN OTHER
               MOVE SPACES TO WSV-MENSAJE
               STRING 'SECUENCIA ' REG-LOG-SECUENCIA
                      ' REPETIDA O FUERA DE ORDEN (ULTIMA '
                      WSV-PREV-SECUENCIA ')'
                   DELIMITED BY SIZE INTO WSV-MENSAJE
               ADD 1 TO WSV-CONT-REPETIDAS
               PERFORM 35000-INFORMAR-ERROR
           END-EVALUATE.

      *MUESTRA EL ERROR CON EL ARCHIVO Y EL NUMERO DE ENTRADA
       35000-INFORMAR-ERROR.
           ADD 1 TO WSV-CONT-ERRORES
           DISPLAY WSV-NOMBRE-ARCHIVO ' ENTRADA ' WSV-CONT-ARCHIVO
                   ': ' WSV-MENSAJE.

      *DEJA EN LOG-VERIF.DAT EL RESULTADO Y EL ULTIMO ESLABON DEL LOG
      *VIVO, QUE ES LO QUE REPLARCH CONTROLA ANTES DE REAPLICAR
       50000-GRABAR-RESULTADO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-HOY FROM TIME
           OPEN OUTPUT VERIFICACION
           IF NOT WSS-FS-VERIF-OK
               DISPLAY 'ERROR EN EL OPEN DE LOG-VERIF.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-VERIF
           ELSE
               MOVE WSV-FECHA-HOY TO REG-VER-FECHA
               MOVE WSV-HORA-HOY TO REG-VER-HORA
               IF WSV-CONT-ERRORES = 0
                   SET WSS-VER-CADENA-OK TO TRUE
               ELSE
                   SET WSS-VER-CADENA-ERROR TO TRUE
               END-IF
               MOVE WSV-ULT-SEC-VIVO TO REG-VER-ULT-SECUENCIA
               MOVE WSV-ULT-CTL-VIVO TO REG-VER-ULT-CONTROL
               MOVE WSV-CONT-ENTRADAS TO REG-VER-ENTRADAS
               MOVE WSV-CONT-ERRORES TO REG-VER-ERRORES
               WRITE REG-VERIFICACION
               IF NOT WSS-FS-VERIF-OK
                   DISPLAY 'ERROR EN EL WRITE DE LOG-VERIF.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-VERIF
               END-IF
               CLOSE VERIFICACION
           END-IF.

       60000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'VERIFICACION DE LA CADENA DEL LOG DE CAMBIOS'
           DISPLAY 'ARCHIVOS MENSUALES:          ' WSV-CONT-ARCHIVOS
           DISPLAY 'ENTRADAS LEIDAS:             ' WSV-CONT-ENTRADAS
           DISPLAY 'ANTERIORES AL ENCADENADO:    '
                   WSV-CONT-SIN-SECUENCIA
           DISPLAY 'ULTIMA SECUENCIA:            ' WSV-PREV-SECUENCIA
           DISPLAY 'HUECOS:                      ' WSV-CONT-HUECOS
           DISPLAY 'REPETIDAS O FUERA DE ORDEN:  ' WSV-CONT-REPETIDAS
           DISPLAY 'ESLABONES ROTOS:             ' WSV-CONT-ROTOS
           DISPLAY 'OTROS ERRORES:               ' WSV-CONT-OTROS
           IF WSV-CONT-ERRORES = 0
               DISPLAY 'CADENA INTACTA, REPLARCH PUEDE CORRER'
           ELSE
               DISPLAY 'CADENA CON ERRORES, REPLARCH QUEDA BLOQUEADO'
           END-IF
           DISPLAY WSV-LINEA.

      *DA FIN AL PROGRAMA
       90000-FIN-DEL-PROGRAMA.
           STOP RUN.
