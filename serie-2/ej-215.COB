      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Informe anual de donaciones por grupo sanguineo:
      *   para el anio pedido por pantalla recorre DONACION.DAT
      *   (cargado por EJES2114), busca el tipo sanguineo de cada
      *   donante en PERSONAS.DAT y cuenta las donaciones de cada
      *   tipo (A/B/0, +/-) abiertas por sangre entera, plasma y
      *   plaquetas. Los donantes que ya no estan en PERSONAS.DAT o
      *   sin tipo valido se informan aparte.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES2115.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERSONAS             ASSIGN TO DISK 'PERSONAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERSONAS.

       SELECT DONACIONES           ASSIGN TO DISK 'DONACION.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-DONACIONES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PERSONAS.
       COPY REG-PERSONA.

       FD DONACIONES.
       COPY REG-DONACION.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PERSONAS                  PIC X(02).
           88 WSS-FS-PERSONAS-OK               VALUE '00'.
           88 WSS-FS-PERSONAS-EOF              VALUE '10'.

       01 WSS-FS-DONACIONES                PIC X(02).
           88 WSS-FS-DONACIONES-OK             VALUE '00'.
           88 WSS-FS-DONACIONES-EOF            VALUE '10'.

      *DNI Y TIPO SANGUINEO DE CADA PERSONA
       01 WSC-MAX-PERSONAS                 PIC 9(03) VALUE 200.
       01 WSV-CONT-PERSONAS                PIC S9(4) COMP VALUE 0.
       01 WST-PERSONAS.
           05 WST-PER-ITEM        OCCURS 200 TIMES INDEXED BY IND.
               10 WST-PER-DNI              PIC X(10).
               10 WST-PER-SANGUINEO        PIC X(02).

      *TIPOS SANGUINEOS COMO EN EJES2109; LA POSICION 7 JUNTA A LOS
      *DONANTES SIN TIPO VALIDO O QUE YA NO ESTAN EN PERSONAS.DAT
       01 WSC-TIPOS-SANGUINEOS.
           05 FILLER               PIC X(12) VALUE 'A+A-B+B-0+0-'.
       01 WST-TIPOS REDEFINES WSC-TIPOS-SANGUINEOS.
           05 WST-TIPO-CODIGO      PIC X(02) OCCURS 6.
       01 WST-CONTADORES-TIPO.
           05 WST-CNT-ITEM         OCCURS 7 TIMES.
               10 WST-CNT-SANGRE   PIC 9(04).
               10 WST-CNT-PLASMA   PIC 9(04).
               10 WST-CNT-PLAQUETAS PIC 9(04).
               10 WST-CNT-TOTAL    PIC 9(04).
       01 WSV-SUB-TIPO             PIC 9(02).
       01 WSV-TIPO-HALLADO         PIC 9(02).
       01 WSV-SANGUINEO-DONANTE    PIC X(02).

       01 WSV-ANIO-E               PIC X(04).
       01 WSV-ANIO-E-NUM REDEFINES WSV-ANIO-E
                                   PIC 9(04).
       01 WSV-FECHA-DONACION       PIC 9(08).
       01 WSV-FECHA-DONACION-R REDEFINES WSV-FECHA-DONACION.
           05 WSV-DON-ANIO         PIC 9(04).
           05 WSV-DON-MES-DIA      PIC 9(04).
       01 WSV-CONT-LEIDAS          PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-DEL-ANIO        PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-TIPO-INVALIDO   PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-PEDIR-ANIO
           PERFORM 10000-CARGAR-PERSONAS
           PERFORM 20000-CONTAR-DONACIONES
           PERFORM 30000-INFORMAR
           PERFORM FIN-DEL-PROGRAMA.

       05000-PEDIR-ANIO.
           MOVE SPACES TO WSV-ANIO-E
           PERFORM UNTIL WSV-ANIO-E IS NUMERIC
               DISPLAY 'INGRESE ANIO A INFORMAR (AAAA): '
               ACCEPT WSV-ANIO-E
               IF WSV-ANIO-E IS NOT NUMERIC
                   DISPLAY 'ANIO INVALIDO, INGRESELO DE NUEVO'
               END-IF
           END-PERFORM
           PERFORM VARYING WSV-SUB-TIPO FROM 1 BY 1
                   UNTIL WSV-SUB-TIPO > 7
               MOVE 0 TO WST-CNT-SANGRE(WSV-SUB-TIPO)
               MOVE 0 TO WST-CNT-PLASMA(WSV-SUB-TIPO)
               MOVE 0 TO WST-CNT-PLAQUETAS(WSV-SUB-TIPO)
               MOVE 0 TO WST-CNT-TOTAL(WSV-SUB-TIPO)
           END-PERFORM.

      *CARGA EL DNI Y EL TIPO SANGUINEO DE CADA PERSONA
       10000-CARGAR-PERSONAS.
           OPEN INPUT PERSONAS
           IF NOT WSS-FS-PERSONAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE PERSONAS'
               DISPLAY 'FILE STATUS ' WSS-FS-PERSONAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-PERSONAS-EOF
           CLOSE PERSONAS.

       11000-LEER-Y-CARGAR.
           READ PERSONAS
           IF WSS-FS-PERSONAS-OK
               IF WSV-CONT-PERSONAS >= WSC-MAX-PERSONAS
                   DISPLAY 'TABLA DE PERSONAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PERSONAS
               ELSE
                   ADD 1 TO WSV-CONT-PERSONAS
                   SET IND TO WSV-CONT-PERSONAS
                   MOVE REG-PER-DNI TO WST-PER-DNI(IND)
                   MOVE REG-PER-SANGUINEO TO WST-PER-SANGUINEO(IND)
               END-IF
           END-IF.

      *RECORRE LAS DONACIONES Y SUMA LAS DEL ANIO PEDIDO
       20000-CONTAR-DONACIONES.
           OPEN INPUT DONACIONES
           IF NOT WSS-FS-DONACIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE DONACION.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-DONACIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CONTAR UNTIL WSS-FS-DONACIONES-EOF
           CLOSE DONACIONES.

       21000-LEER-Y-CONTAR.
           READ DONACIONES
           IF WSS-FS-DONACIONES-OK
               ADD 1 TO WSV-CONT-LEIDAS
               MOVE REG-DON-FECHA TO WSV-FECHA-DONACION
               IF WSV-DON-ANIO = WSV-ANIO-E-NUM
                   ADD 1 TO WSV-CONT-DEL-ANIO
                   PERFORM 22000-UBICAR-TIPO
                   PERFORM 23000-SUMAR-DONACION
               END-IF
           END-IF.

      *TIPO SANGUINEO DEL DONANTE (7 SI NO ESTA O NO ES VALIDO)
       22000-UBICAR-TIPO.
           MOVE SPACES TO WSV-SANGUINEO-DONANTE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PERSONAS
                       OR WSV-SANGUINEO-DONANTE NOT = SPACES
               IF WST-PER-DNI(IND) = REG-DON-DNI
                   MOVE WST-PER-SANGUINEO(IND)
                       TO WSV-SANGUINEO-DONANTE
               END-IF
           END-PERFORM
           MOVE 0 TO WSV-TIPO-HALLADO
           PERFORM VARYING WSV-SUB-TIPO FROM 1 BY 1
                   UNTIL WSV-SUB-TIPO > 6
                       OR WSV-TIPO-HALLADO NOT= 0
               IF WST-TIPO-CODIGO(WSV-SUB-TIPO) =
                       WSV-SANGUINEO-DONANTE
                   MOVE WSV-SUB-TIPO TO WSV-TIPO-HALLADO
               END-IF
           END-PERFORM
           IF WSV-TIPO-HALLADO = 0
               MOVE 7 TO WSV-TIPO-HALLADO
           END-IF.

       23000-SUMAR-DONACION.
           ADD 1 TO WST-CNT-TOTAL(WSV-TIPO-HALLADO)
           EVALUATE TRUE
               WHEN WSS-DON-SANGRE
                   ADD 1 TO WST-CNT-SANGRE(WSV-TIPO-HALLADO)
               WHEN WSS-DON-PLASMA
                   ADD 1 TO WST-CNT-PLASMA(WSV-TIPO-HALLADO)
               WHEN WSS-DON-PLAQUETAS
                   ADD 1 TO WST-CNT-PLAQUETAS(WSV-TIPO-HALLADO)
               WHEN OTHER
                   ADD 1 TO WSV-CONT-TIPO-INVALIDO
           END-EVALUATE.

       30000-INFORMAR.
           DISPLAY WSV-LINEA
           DISPLAY 'DONACIONES DEL ANIO ' WSV-ANIO-E
                   ' POR GRUPO SANGUINEO'
           DISPLAY WSV-LINEA
           DISPLAY 'TIPO  TOTAL  SANGRE  PLASMA  PLAQUETAS'
           PERFORM VARYING WSV-SUB-TIPO FROM 1 BY 1
                   UNTIL WSV-SUB-TIPO > 6
               DISPLAY WST-TIPO-CODIGO(WSV-SUB-TIPO) '    '
                       WST-CNT-TOTAL(WSV-SUB-TIPO) '   '
                       WST-CNT-SANGRE(WSV-SUB-TIPO) '    '
                       WST-CNT-PLASMA(WSV-SUB-TIPO) '    '
                       WST-CNT-PLAQUETAS(WSV-SUB-TIPO)
           END-PERFORM
           IF WST-CNT-TOTAL(7) > 0
               DISPLAY '??    ' WST-CNT-TOTAL(7) '   '
                       WST-CNT-SANGRE(7) '    '
                       WST-CNT-PLASMA(7) '    '
                       WST-CNT-PLAQUETAS(7)
               DISPLAY '(??: DONANTE SIN TIPO VALIDO O QUE YA NO '
                       'ESTA EN PERSONAS.DAT)'
           END-IF
           IF WSV-CONT-TIPO-INVALIDO > 0
               DISPLAY 'DONACIONES CON TIPO DE DONACION INVALIDO: '
                       WSV-CONT-TIPO-INVALIDO
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'DONACIONES LEIDAS:      ' WSV-CONT-LEIDAS
           DISPLAY 'DONACIONES DEL ANIO:    ' WSV-CONT-DEL-ANIO
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
