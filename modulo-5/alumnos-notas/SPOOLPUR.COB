      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Depuracion del spool de listados. Recorre el
      *catalogo SPOOL.CAT que arma RUTLIST y, para cada listado, compara
      *los dias desde su corrida (via RUTDIAS) contra la retencion de
      *su programa en SPOOLRET.PRM (un renglon por programa: nombre y
      *dias; el renglon con programa '*' vale para los que no figuran,
      *y sin archivo ni renglon '*' se conservan 365 dias). Los
      *vencidos se borran del disco y salen del catalogo; el resto
      *queda como estaba.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SPOOLPUR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL RETENCION   ASSIGN TO DISK 'SPOOLRET.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RETENCION.

       SELECT OPTIONAL CATALOGO    ASSIGN TO DISK 'SPOOL.CAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CATALOGO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD RETENCION.
       01 REG-RETENCION.
           05 REG-RTN-PROGRAMA                 PIC X(08).
           05 REG-RTN-DIAS                     PIC 9(04).

       FD CATALOGO.
       COPY REG-SPOOL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-RETENCION                     PIC X(02).
           88 WSS-FS-RETENCION-OK                      VALUE '00' '05'.
           88 WSS-FS-RETENCION-EOF                     VALUE '10'.

       01 WSS-FS-CATALOGO                      PIC X(02).
           88 WSS-FS-CATALOGO-OK                       VALUE '00' '05'.
           88 WSS-FS-CATALOGO-EOF                      VALUE '10'.

      *RETENCION POR PROGRAMA
       01 WSC-DIAS-DEF                         PIC 9(04) VALUE 365.
       01 WSV-DIAS-DEF                         PIC 9(04).
       01 WSC-MAX-RETEN                        PIC 9(02) VALUE 50.
       01 WSV-CONT-RETEN                       PIC S9(4) COMP VALUE 0.
       01 WST-RETENCIONES.
           05 WST-RETEN                OCCURS 50 TIMES INDEXED BY IR.
               10 WST-RET-PROGRAMA             PIC X(08).
               10 WST-RET-DIAS                 PIC 9(04).
       01 WSV-DIAS-PROGRAMA                    PIC 9(04).

      *CATALOGO COMPLETO EN MEMORIA
       01 WSC-MAX-SPOOL                        PIC 9(04) VALUE 2000.
       01 WSV-CONT-SPOOL                       PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-SPOOL-REG      OCCURS 2000 TIMES INDEXED BY IND.
               10 WST-SPL-DATOS                PIC X(103).
               10 WST-SPL-VENCIDO              PIC X(01).
                   88 WSS-SPL-VENCIDO                  VALUE 'S'.

       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-ANTIGUEDAD                       PIC S9(07).
       01 WSV-NOMBRE-BORRAR                    PIC X(21).
       01 WSV-CONT-BORRADOS                    PIC 9(04) VALUE 0.
       01 WSV-CONT-SIN-ARCHIVO                 PIC 9(04) VALUE 0.
       01 WSV-CONT-CONSERVADOS                 PIC 9(04) VALUE 0.

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

      **RUTINAS--------------------------------------------------------*
       01  WSC-RUTDIAS                         PIC X(08)
                                               VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-BORRAR-ARCHIVO                  PIC X(15)
                                               VALUE "CBL_DELETE_FILE".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-RETENCION
           PERFORM 20000-CARGAR-CATALOGO
           PERFORM 30000-MARCAR-VENCIDOS
           PERFORM 40000-GRABAR-CATALOGO
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LAS RETENCIONES DE SPOOLRET.PRM; EL RENGLON '*' CAMBIA
      *LA RETENCION POR OMISION
       10000-CARGAR-RETENCION.
           MOVE WSC-DIAS-DEF TO WSV-DIAS-DEF
           OPEN INPUT RETENCION
           IF NOT WSS-FS-RETENCION-OK
               DISPLAY 'ERROR EN EL OPEN DE SPOOLRET.PRM'
               DISPLAY 'FILE STATUS ' WSS-FS-RETENCION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-RETENCION UNTIL WSS-FS-RETENCION-EOF
           CLOSE RETENCION
           DISPLAY 'RETENCION POR OMISION: ' WSV-DIAS-DEF ' DIAS'.

       11000-LEER-RETENCION.
           READ RETENCION
           IF WSS-FS-RETENCION-OK
               INSPECT REG-RTN-PROGRAMA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               EVALUATE TRUE
                   WHEN REG-RTN-PROGRAMA = '*'
                       MOVE REG-RTN-DIAS TO WSV-DIAS-DEF
                   WHEN WSV-CONT-RETEN >= WSC-MAX-RETEN
                       DISPLAY 'SPOOLRET.PRM: SE IGNORA '
                               REG-RTN-PROGRAMA ' (TABLA LLENA)'
                   WHEN OTHER
                       ADD 1 TO WSV-CONT-RETEN
                       SET IR TO WSV-CONT-RETEN
                       MOVE REG-RTN-PROGRAMA TO WST-RET-PROGRAMA(IR)
                       MOVE REG-RTN-DIAS TO WST-RET-DIAS(IR)
               END-EVALUATE
           END-IF.

      *CARGA SPOOL.CAT COMPLETO; SI NO ENTRA NO SE TOCA NADA
       20000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'ERROR EN EL OPEN DE SPOOL.CAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-CATALOGO UNTIL WSS-FS-CATALOGO-EOF
           CLOSE CATALOGO.

       21000-LEER-CATALOGO.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               IF WSV-CONT-SPOOL >= WSC-MAX-SPOOL
                   DISPLAY 'SPOOL.CAT NO ENTRA EN MEMORIA, NO SE '
                           'DEPURA NADA'
                   CLOSE CATALOGO
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-SPOOL
               SET IND TO WSV-CONT-SPOOL
               MOVE REG-SPOOL TO WST-SPL-DATOS(IND)
               MOVE 'N' TO WST-SPL-VENCIDO(IND)
           END-IF.

      *MARCA Y BORRA DEL DISCO LOS LISTADOS MAS VIEJOS QUE LA
      *RETENCION DE SU PROGRAMA
       30000-MARCAR-VENCIDOS.
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SPOOL
               MOVE WST-SPL-DATOS(IND) TO REG-SPOOL
               PERFORM 31000-BUSCAR-RETENCION
               SET WSS-DIAS-DIFERENCIA TO TRUE
               MOVE REG-SPL-FECHA TO REG-DIAS-FECHA
               MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA-HASTA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF NOT WSS-DIAS-OK
                   DISPLAY 'LISTADO ' REG-SPL-NRO ' FECHA '
                           REG-SPL-FECHA ' INVALIDA, SE CONSERVA'
                   ADD 1 TO WSV-CONT-CONSERVADOS
               ELSE
                   MOVE REG-DIAS-DIFERENCIA TO WSV-ANTIGUEDAD
                   IF WSV-ANTIGUEDAD > WSV-DIAS-PROGRAMA
                       SET WSS-SPL-VENCIDO(IND) TO TRUE
                       PERFORM 32000-BORRAR-LISTADO
                   ELSE
                       ADD 1 TO WSV-CONT-CONSERVADOS
                   END-IF
               END-IF
           END-PERFORM.

       31000-BUSCAR-RETENCION.
           MOVE WSV-DIAS-DEF TO WSV-DIAS-PROGRAMA
           PERFORM VARYING IR FROM 1 BY 1
                   UNTIL IR > WSV-CONT-RETEN
               IF WST-RET-PROGRAMA(IR) = REG-SPL-PROGRAMA
                   MOVE WST-RET-DIAS(IR) TO WSV-DIAS-PROGRAMA
               END-IF
           END-PERFORM.

      *BORRA EL ARCHIVO DEL SPOOL; SI YA NO ESTABA IGUAL SALE DEL
      *CATALOGO
       32000-BORRAR-LISTADO.
           MOVE SPACES TO WSV-NOMBRE-BORRAR
           MOVE REG-SPL-ARCHIVO TO WSV-NOMBRE-BORRAR
           CALL WSC-BORRAR-ARCHIVO USING WSV-NOMBRE-BORRAR
           IF RETURN-CODE = 0
               ADD 1 TO WSV-CONT-BORRADOS
               DISPLAY 'BORRADO ' REG-SPL-ARCHIVO ' '
                       REG-SPL-PROGRAMA ' ' REG-SPL-FECHA
           ELSE
               ADD 1 TO WSV-CONT-SIN-ARCHIVO
               DISPLAY 'NO ESTABA ' REG-SPL-ARCHIVO ' '
                       REG-SPL-PROGRAMA ' ' REG-SPL-FECHA
           END-IF
           MOVE 0 TO RETURN-CODE.

      *REGRABA SPOOL.CAT SIN LAS ENTRADAS VENCIDAS
       40000-GRABAR-CATALOGO.
           IF WSV-CONT-BORRADOS + WSV-CONT-SIN-ARCHIVO > 0
               OPEN OUTPUT CATALOGO
               IF NOT WSS-FS-CATALOGO-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE SPOOL.CAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-SPOOL
                       IF NOT WSS-SPL-VENCIDO(IND)
                           WRITE REG-SPOOL FROM WST-SPL-DATOS(IND)
                           IF NOT WSS-FS-CATALOGO-OK
                               DISPLAY 'ERROR EN EL WRITE DE SPOOL.CAT'
                               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE CATALOGO
               END-IF
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'LISTADOS BORRADOS       : ' WSV-CONT-BORRADOS
           DISPLAY 'YA NO ESTABAN EN DISCO  : ' WSV-CONT-SIN-ARCHIVO
           DISPLAY 'LISTADOS CONSERVADOS    : ' WSV-CONT-CONSERVADOS
           DISPLAY WSV-LINEA.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
