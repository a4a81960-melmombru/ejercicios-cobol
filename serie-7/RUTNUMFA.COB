      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Rutina de auditoria de la numeracion legal de
      *    facturas sobre FACTEMIT.DAT (emitido por EJES6017), la
      *    misma que corria EJES6028: recorre la secuencia del menor
      *    al mayor numero contando apariciones, cero es un hueco y
      *    mas de una un duplicado. Con REG-NUMFA-PERIODO en blanco
      *    audita todo el archivo; con un periodo AAAAMM el rango es
      *    el de las facturas de ese periodo, y las apariciones se
      *    cuentan en todo el archivo (un numero del rango emitido
      *    para otro periodo no es hueco). Devuelve los totales y
      *    hasta 100 hallazgos (numero y apariciones). La lee EJES6028
      *    y la exportacion del regimen de informacion (EJES6048), que
      *    no corre si el periodo tiene huecos o duplicados.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTNUMFA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL EMITIDAS    ASSIGN TO DISK 'FACTEMIT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EMITIDAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD EMITIDAS.
       01 REG-EMITIDA.
           05 REG-EMI-NUMERO       PIC 9(08).
           05 REG-EMI-FECHA        PIC 9(08).
           05 REG-EMI-NRO-CUENTA   PIC 9(08).
           05 REG-EMI-PERIODO      PIC X(06).
           05 REG-EMI-TOTAL        PIC 9(08)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-EMITIDAS              PIC X(02).
           88 WSS-FS-EMITIDAS-OK           VALUE '00' '05'.
           88 WSS-FS-EMITIDAS-EOF          VALUE '10'.

       01 WSC-MAX-NUMEROS              PIC 9(04) VALUE 1000.
       01 WSV-CONT-NUMEROS             PIC S9(4) COMP VALUE 0.
       01 WST-NUMEROS.
           05 WST-NUMERO               PIC 9(08) OCCURS 1000 TIMES
                                       INDEXED BY IND.

       01 WSC-MAX-HALLAZGOS            PIC 9(03) VALUE 100.
       01 WSV-NUMERO-CURSOR            PIC 9(08).
       01 WSV-CONT-APARICIONES         PIC 9(04).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-NUMFA.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-NUMFA.
       00000-CONTROL.
           SET WSS-NUMFA-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-NUMFA
           MOVE 0 TO REG-NUMFA-CANTIDAD-R
           MOVE 99999999 TO REG-NUMFA-MIN-R
           MOVE 0 TO REG-NUMFA-MAX-R
           MOVE 0 TO REG-NUMFA-HUECOS-R
           MOVE 0 TO REG-NUMFA-DUPLIC-R
           MOVE 0 TO REG-NUMFA-CONT-HALL-R
           PERFORM 10000-CARGAR-NUMEROS
           IF WSS-NUMFA-OK AND REG-NUMFA-CANTIDAD-R > 0
               PERFORM 20000-AUDITAR-SECUENCIA
           END-IF
           PERFORM 90000-FIN-DE-RUTINA.

      *CARGA TODOS LOS NUMEROS EMITIDOS (SE RELEE EN CADA LLAMADA,
      *EL ARCHIVO CAMBIA CON CADA FACTURA) Y TOMA EL RANGO A AUDITAR
       10000-CARGAR-NUMEROS.
           MOVE 0 TO WSV-CONT-NUMEROS
           OPEN INPUT EMITIDAS
           IF NOT WSS-FS-EMITIDAS-OK
               SET WSS-NUMFA-ERROR TO TRUE
               MOVE 'NO SE PUDO ABRIR FACTEMIT.DAT'
                   TO WSV-ST-TEXTO-NUMFA
           ELSE
               PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-EMITIDAS-EOF
               CLOSE EMITIDAS
           END-IF.

       11000-LEER-Y-CARGAR.
           READ EMITIDAS
           IF WSS-FS-EMITIDAS-OK
               IF WSV-CONT-NUMEROS >= WSC-MAX-NUMEROS
                   SET WSS-NUMFA-ERROR TO TRUE
                   MOVE 'TABLA DE NUMEROS LLENA' TO WSV-ST-TEXTO-NUMFA
                   MOVE HIGH-VALUE TO WSS-FS-EMITIDAS
               ELSE
                   ADD 1 TO WSV-CONT-NUMEROS
                   SET IND TO WSV-CONT-NUMEROS
                   MOVE REG-EMI-NUMERO TO WST-NUMERO(IND)
                   IF REG-NUMFA-PERIODO = SPACES
                           OR REG-EMI-PERIODO = REG-NUMFA-PERIODO
                       PERFORM 12000-TOMAR-RANGO
                   END-IF
               END-IF
           END-IF.

       12000-TOMAR-RANGO.
           ADD 1 TO REG-NUMFA-CANTIDAD-R
           IF REG-EMI-NUMERO < REG-NUMFA-MIN-R
               MOVE REG-EMI-NUMERO TO REG-NUMFA-MIN-R
           END-IF
           IF REG-EMI-NUMERO > REG-NUMFA-MAX-R
               MOVE REG-EMI-NUMERO TO REG-NUMFA-MAX-R
           END-IF.

      *RECORRE EL RANGO CONTANDO APARICIONES: CERO ES HUECO, MAS DE
      *UNA ES DUPLICADO
       20000-AUDITAR-SECUENCIA.
           PERFORM VARYING WSV-NUMERO-CURSOR FROM REG-NUMFA-MIN-R
                   BY 1 UNTIL WSV-NUMERO-CURSOR > REG-NUMFA-MAX-R
               MOVE 0 TO WSV-CONT-APARICIONES
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-NUMEROS
                   IF WST-NUMERO(IND) = WSV-NUMERO-CURSOR
                       ADD 1 TO WSV-CONT-APARICIONES
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WSV-CONT-APARICIONES = 0
                       ADD 1 TO REG-NUMFA-HUECOS-R
                       PERFORM 21000-GUARDAR-HALLAZGO
                   WHEN WSV-CONT-APARICIONES > 1
                       ADD 1 TO REG-NUMFA-DUPLIC-R
                       PERFORM 21000-GUARDAR-HALLAZGO
               END-EVALUATE
           END-PERFORM.

       21000-GUARDAR-HALLAZGO.
           IF REG-NUMFA-CONT-HALL-R < WSC-MAX-HALLAZGOS
               ADD 1 TO REG-NUMFA-CONT-HALL-R
               MOVE WSV-NUMERO-CURSOR
                   TO REG-NUMFA-NUMERO-R(REG-NUMFA-CONT-HALL-R)
               MOVE WSV-CONT-APARICIONES
                   TO REG-NUMFA-APARIC-R(REG-NUMFA-CONT-HALL-R)
           END-IF.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
