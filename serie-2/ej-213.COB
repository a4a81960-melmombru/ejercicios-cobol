      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Movimiento del censo entre dos fechas: compara
      *   PERSONAS.DAT contra una foto anterior tomada por EJES2112
      *   (PERSONAS.AAAAMMDD, la fecha se pide por pantalla),
      *   apareando por DNI (REG-PER-DNI). Lista las altas, las bajas
      *   y los cambios de estado civil, hijos, direccion, grupo
      *   familiar y jefe de cada persona que sigue en el censo, y
      *   resume el movimiento neto por grupo familiar y por franja
      *   de edad (las franjas de EJES2107, con la edad de la foto
      *   calculada a la fecha de la foto). Accion social lo corre
      *   cada trimestre junto con EJES2107/EJES2111, que solo
      *   muestran los totales del momento.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES2113.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERSONAS             ASSIGN TO DISK 'PERSONAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERSONAS.

       SELECT FOTO                 ASSIGN TO DYNAMIC WSV-NOMBRE-FOTO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-FOTO.

       SELECT OPTIONAL CATALOGO    ASSIGN TO DISK 'CENSOS.LST'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CATALOGO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PERSONAS.
       COPY REG-PERSONA.

       FD FOTO.
       01 REG-FOTO                 PIC X(82).

      *CATALOGO DE FOTOS QUE GRABA EJES2112
       FD CATALOGO.
       01 REG-CATALOGO.
           05 REG-CAT-FECHA        PIC 9(08).
           05 FILLER               PIC X(01).
           05 REG-CAT-ARCHIVO      PIC X(17).
           05 FILLER               PIC X(01).
           05 REG-CAT-PERSONAS     PIC 9(04).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PERSONAS                  PIC X(02).
           88 WSS-FS-PERSONAS-OK               VALUE '00'.
           88 WSS-FS-PERSONAS-EOF              VALUE '10'.

       01 WSS-FS-FOTO                      PIC X(02).
           88 WSS-FS-FOTO-OK                   VALUE '00'.
           88 WSS-FS-FOTO-EOF                  VALUE '10'.

       01 WSS-FS-CATALOGO                  PIC X(02).
           88 WSS-FS-CATALOGO-OK               VALUE '00'.
           88 WSS-FS-CATALOGO-EOF              VALUE '10'.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-FECHA-FOTO           PIC X(08).
       01 WSV-FECHA-FOTO-NUM REDEFINES WSV-FECHA-FOTO
                                   PIC 9(08).
       01 WSV-NOMBRE-FOTO          PIC X(17).

      *CENSO ACTUAL; WST-ACT-PAR ES LA POSICION DE LA MISMA PERSONA
      *EN LA FOTO (0 = NO ESTABA, ES UN ALTA)
       01 WSC-MAX-PERSONAS                 PIC 9(03) VALUE 200.
       01 WSV-CONT-ACTUALES                PIC S9(4) COMP VALUE 0.
       01 WST-ACTUALES.
           05 WST-ACT-ITEM        OCCURS 200 TIMES INDEXED BY IND-AC.
               10 WST-ACT-REGISTRO         PIC X(82).
               10 WST-ACT-PAR              PIC 9(03).

      *CENSO DE LA FOTO; WST-ANT-VISTO QUEDA EN 'S' SI LA PERSONA
      *SIGUE EN EL CENSO ACTUAL (SI NO, ES UNA BAJA)
       01 WSV-CONT-ANTERIORES              PIC S9(4) COMP VALUE 0.
       01 WST-ANTERIORES.
           05 WST-ANT-ITEM        OCCURS 200 TIMES INDEXED BY IND-AN.
               10 WST-ANT-REGISTRO         PIC X(82).
               10 WST-ANT-VISTO            PIC X(01).

      *VISTA DEL REGISTRO ACTUAL
       01 WSV-PERSONA-AUX.
           05 WSV-AUX-NOMBRE       PIC X(8).
           05 WSV-AUX-APELLIDO     PIC X(8).
           05 WSV-AUX-DNI          PIC X(10).
           05 WSV-AUX-TELEFONO     PIC X(11).
           05 WSV-AUX-DIRECCION    PIC X(20).
           05 WSV-AUX-ESTADO-CIVIL PIC X(01).
           05 WSV-AUX-HIJOS        PIC X(01).
           05 WSV-AUX-SANGUINEO    PIC X(02).
           05 WSV-AUX-FECHA-NAC    PIC 9(08).
           05 WSV-AUX-GRUPO-FAM    PIC 9(03).
           05 WSV-AUX-DNI-JEFE     PIC X(10).

      *VISTA DEL REGISTRO DE LA FOTO
       01 WSV-PERSONA-ANT.
           05 WSV-ANT-NOMBRE       PIC X(8).
           05 WSV-ANT-APELLIDO     PIC X(8).
           05 WSV-ANT-DNI          PIC X(10).
           05 WSV-ANT-TELEFONO     PIC X(11).
           05 WSV-ANT-DIRECCION    PIC X(20).
           05 WSV-ANT-ESTADO-CIVIL PIC X(01).
           05 WSV-ANT-HIJOS        PIC X(01).
           05 WSV-ANT-SANGUINEO    PIC X(02).
           05 WSV-ANT-FECHA-NAC    PIC 9(08).
           05 WSV-ANT-GRUPO-FAM    PIC 9(03).
           05 WSV-ANT-DNI-JEFE     PIC X(10).

      *MOVIMIENTO POR GRUPO FAMILIAR (EL GRUPO 0 JUNTA A LAS PERSONAS
      *SIN GRUPO). ENTRAN = ALTAS + PASES DESDE OTRO GRUPO, SALEN =
      *BAJAS + PASES HACIA OTRO GRUPO
       01 WSC-MAX-GRUPOS           PIC 9(03) VALUE 100.
       01 WSV-CONT-GRUPOS          PIC 9(03) VALUE 0.
       01 WST-GRUPOS.
           05 WST-GRU-ITEM         OCCURS 100 TIMES
                                   INDEXED BY IND-GR.
               10 WST-GRU-NRO      PIC 9(03).
               10 WST-GRU-ANTES    PIC 9(03).
               10 WST-GRU-AHORA    PIC 9(03).
               10 WST-GRU-ENTRAN   PIC 9(03).
               10 WST-GRU-SALEN    PIC 9(03).
       01 WSV-GRUPO-BUSCADO        PIC 9(03).
       01 WSV-GRUPO-VISTO          PIC X(01).
           88 WSS-GRUPO-VISTO          VALUE 'S'.

      *MOVIMIENTO POR FRANJA DE EDAD, CON LAS FRANJAS DE EJES2107
      *(6 = SIN FECHA DE NACIMIENTO)
       01 WST-NOMBRES-FRANJA.
           05 FILLER               PIC X(10) VALUE '0 A 17    '.
           05 FILLER               PIC X(10) VALUE '18 A 29   '.
           05 FILLER               PIC X(10) VALUE '30 A 44   '.
           05 FILLER               PIC X(10) VALUE '45 A 64   '.
           05 FILLER               PIC X(10) VALUE '65 O MAS  '.
           05 FILLER               PIC X(10) VALUE 'SIN FECHA '.
       01 WST-NOMBRES-FRANJA-R REDEFINES WST-NOMBRES-FRANJA.
           05 WST-NOMBRE-FRANJA    PIC X(10) OCCURS 6 TIMES.
       01 WST-FRANJAS.
           05 WST-FRA-ITEM         OCCURS 6 TIMES.
               10 WST-FRA-ANTES    PIC 9(03).
               10 WST-FRA-AHORA    PIC 9(03).
               10 WST-FRA-ALTAS    PIC 9(03).
               10 WST-FRA-BAJAS    PIC 9(03).
       01 WSV-SUB-FRANJA           PIC 9(01).
       01 WSV-FECHA-EDAD           PIC 9(08).
       01 WSV-FECHA-NAC-EDAD       PIC 9(08).
       01 WSV-EDAD                 PIC S9(03).

       01 WSV-NETO                 PIC S9(04).
       01 WSV-NETO-EDIT            PIC ++++9.
       01 WSV-PASES-EDIT           PIC ++++9.

       01 WSV-CAMBIOS-PERSONA      PIC 9(01).
       01 WSV-CONT-ALTAS           PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-BAJAS           PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-MODIFICADAS     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-CAMBIOS     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAM-ESTADO      PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAM-HIJOS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAM-DIRECCION   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAM-GRUPO       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAM-JEFE        PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRUPOS-QUIETOS  PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-FOTOS           PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       00000-CONTROL.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-PEDIR-FOTO
           PERFORM 20000-CARGAR-ACTUAL
           PERFORM 30000-APAREAR-POR-DNI
           PERFORM 40000-LISTAR-ALTAS
           PERFORM 41000-LISTAR-BAJAS
           PERFORM 42000-LISTAR-CAMBIOS
           PERFORM 50000-ACUMULAR-MOVIMIENTO
           PERFORM 60000-RESUMIR-GRUPOS
           PERFORM 70000-RESUMIR-FRANJAS
           PERFORM 80000-INFORMAR-TOTALES
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE LA FECHA DE LA FOTO A COMPARAR Y LA CARGA EN MEMORIA; SI
      *NO HAY FOTO DE ESA FECHA SE MUESTRAN LAS QUE HAY
       10000-PEDIR-FOTO.
           DISPLAY 'INGRESE FECHA DE LA FOTO A COMPARAR (AAAAMMDD): '
           ACCEPT WSV-FECHA-FOTO
           IF WSV-FECHA-FOTO IS NOT NUMERIC
                   OR WSV-FECHA-FOTO-NUM = 0
               DISPLAY 'FECHA INVALIDA: ' WSV-FECHA-FOTO
               PERFORM 12000-LISTAR-CATALOGO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE SPACES TO WSV-NOMBRE-FOTO
           STRING 'PERSONAS.' WSV-FECHA-FOTO
               DELIMITED BY SIZE INTO WSV-NOMBRE-FOTO
           OPEN INPUT FOTO
           IF NOT WSS-FS-FOTO-OK
               DISPLAY 'NO HAY FOTO DEL CENSO ' WSV-NOMBRE-FOTO
               DISPLAY 'FILE STATUS ' WSS-FS-FOTO
               PERFORM 12000-LISTAR-CATALOGO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-FOTO UNTIL WSS-FS-FOTO-EOF
           CLOSE FOTO.

       11000-LEER-Y-CARGAR-FOTO.
           READ FOTO
           IF WSS-FS-FOTO-OK
               IF WSV-CONT-ANTERIORES >= WSC-MAX-PERSONAS
                   DISPLAY 'TABLA DE LA FOTO LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-FOTO
               ELSE
                   ADD 1 TO WSV-CONT-ANTERIORES
                   SET IND-AN TO WSV-CONT-ANTERIORES
                   MOVE REG-FOTO TO WST-ANT-REGISTRO(IND-AN)
                   MOVE 'N' TO WST-ANT-VISTO(IND-AN)
               END-IF
           END-IF.

      *MUESTRA LAS FOTOS ANOTADAS EN CENSOS.LST
       12000-LISTAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
               DISPLAY 'FOTOS DISPONIBLES:'
               PERFORM 12100-MOSTRAR-FOTO UNTIL WSS-FS-CATALOGO-EOF
               CLOSE CATALOGO
           END-IF
           IF WSV-CONT-FOTOS = 0
               DISPLAY 'NO HAY FOTOS DEL CENSO, CORRER EJES2112'
           END-IF.

       12100-MOSTRAR-FOTO.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               ADD 1 TO WSV-CONT-FOTOS
               DISPLAY '   ' REG-CAT-FECHA ' - ' REG-CAT-PERSONAS
                       ' PERSONAS'
           END-IF.

      *LEE PERSONAS.DAT COMPLETO Y LO CARGA EN MEMORIA
       20000-CARGAR-ACTUAL.
           OPEN INPUT PERSONAS
           IF NOT WSS-FS-PERSONAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE PERSONAS'
               DISPLAY 'FILE STATUS ' WSS-FS-PERSONAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR UNTIL WSS-FS-PERSONAS-EOF
           CLOSE PERSONAS.

       21000-LEER-Y-CARGAR.
           READ PERSONAS
           IF WSS-FS-PERSONAS-OK
               IF WSV-CONT-ACTUALES >= WSC-MAX-PERSONAS
                   DISPLAY 'TABLA DE PERSONAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PERSONAS
               ELSE
                   ADD 1 TO WSV-CONT-ACTUALES
                   SET IND-AC TO WSV-CONT-ACTUALES
                   MOVE REG-PERSONA TO WST-ACT-REGISTRO(IND-AC)
                   MOVE 0 TO WST-ACT-PAR(IND-AC)
               END-IF
           END-IF.

      *BUSCA CADA PERSONA ACTUAL EN LA FOTO POR DNI Y DEJA ANOTADA LA
      *POSICION; EL PRIMER REGISTRO DE LA FOTO CON ESE DNI QUE NO
      *ESTE YA APAREADO ES SU PAR
       30000-APAREAR-POR-DNI.
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTUALES
               MOVE WST-ACT-REGISTRO(IND-AC) TO WSV-PERSONA-AUX
               PERFORM VARYING IND-AN FROM 1 BY 1
                       UNTIL IND-AN > WSV-CONT-ANTERIORES
                           OR WST-ACT-PAR(IND-AC) > 0
                   MOVE WST-ANT-REGISTRO(IND-AN) TO WSV-PERSONA-ANT
                   IF WSV-ANT-DNI = WSV-AUX-DNI
                           AND WST-ANT-VISTO(IND-AN) = 'N'
                       MOVE 'S' TO WST-ANT-VISTO(IND-AN)
                       SET WST-ACT-PAR(IND-AC) TO IND-AN
                   END-IF
               END-PERFORM
           END-PERFORM.

      *PERSONAS QUE ESTAN HOY Y NO ESTABAN EN LA FOTO
       40000-LISTAR-ALTAS.
           DISPLAY WSV-LINEA
           DISPLAY 'MOVIMIENTO DEL CENSO DESDE ' WSV-FECHA-FOTO
                   ' AL ' WSV-FECHA-HOY
           DISPLAY WSV-LINEA
           DISPLAY 'ALTAS'
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTUALES
               IF WST-ACT-PAR(IND-AC) = 0
                   MOVE WST-ACT-REGISTRO(IND-AC) TO WSV-PERSONA-AUX
                   ADD 1 TO WSV-CONT-ALTAS
                   DISPLAY '   DNI ' WSV-AUX-DNI ' '
                           WSV-AUX-NOMBRE ' ' WSV-AUX-APELLIDO
                           ' GRUPO ' WSV-AUX-GRUPO-FAM
               END-IF
           END-PERFORM
           IF WSV-CONT-ALTAS = 0
               DISPLAY '(NINGUNA)'
           END-IF.

      *PERSONAS QUE ESTABAN EN LA FOTO Y YA NO ESTAN
       41000-LISTAR-BAJAS.
           DISPLAY WSV-LINEA
           DISPLAY 'BAJAS'
           PERFORM VARYING IND-AN FROM 1 BY 1
                   UNTIL IND-AN > WSV-CONT-ANTERIORES
               IF WST-ANT-VISTO(IND-AN) = 'N'
                   MOVE WST-ANT-REGISTRO(IND-AN) TO WSV-PERSONA-ANT
                   ADD 1 TO WSV-CONT-BAJAS
                   DISPLAY '   DNI ' WSV-ANT-DNI ' '
                           WSV-ANT-NOMBRE ' ' WSV-ANT-APELLIDO
                           ' GRUPO ' WSV-ANT-GRUPO-FAM
               END-IF
           END-PERFORM
           IF WSV-CONT-BAJAS = 0
               DISPLAY '(NINGUNA)'
           END-IF.

      *PERSONAS QUE SIGUEN EN EL CENSO: CAMPO POR CAMPO, LO QUE
      *CAMBIO ENTRE LA FOTO (ANTES) Y HOY (AHORA)
       42000-LISTAR-CAMBIOS.
           DISPLAY WSV-LINEA
           DISPLAY 'CAMBIOS (ANTES -> AHORA)'
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTUALES
               IF WST-ACT-PAR(IND-AC) > 0
                   MOVE WST-ACT-REGISTRO(IND-AC) TO WSV-PERSONA-AUX
                   SET IND-AN TO WST-ACT-PAR(IND-AC)
                   MOVE WST-ANT-REGISTRO(IND-AN) TO WSV-PERSONA-ANT
                   PERFORM 42100-COMPARAR-PERSONA
               END-IF
           END-PERFORM
           IF WSV-CONT-MODIFICADAS = 0
               DISPLAY '(NINGUNO)'
           END-IF.

       42100-COMPARAR-PERSONA.
           MOVE 0 TO WSV-CAMBIOS-PERSONA
           IF WSV-AUX-ESTADO-CIVIL NOT = WSV-ANT-ESTADO-CIVIL
               PERFORM 42200-ENCABEZAR-PERSONA
               ADD 1 TO WSV-CONT-CAM-ESTADO
               DISPLAY '      ESTADO CIVIL: ' WSV-ANT-ESTADO-CIVIL
                       ' -> ' WSV-AUX-ESTADO-CIVIL
           END-IF
           IF WSV-AUX-HIJOS NOT = WSV-ANT-HIJOS
               PERFORM 42200-ENCABEZAR-PERSONA
               ADD 1 TO WSV-CONT-CAM-HIJOS
               DISPLAY '      HIJOS: ' WSV-ANT-HIJOS
                       ' -> ' WSV-AUX-HIJOS
           END-IF
           IF WSV-AUX-DIRECCION NOT = WSV-ANT-DIRECCION
               PERFORM 42200-ENCABEZAR-PERSONA
               ADD 1 TO WSV-CONT-CAM-DIRECCION
               DISPLAY '      DIRECCION: ' WSV-ANT-DIRECCION
                       ' -> ' WSV-AUX-DIRECCION
           END-IF
           IF WSV-AUX-GRUPO-FAM NOT = WSV-ANT-GRUPO-FAM
               PERFORM 42200-ENCABEZAR-PERSONA
               ADD 1 TO WSV-CONT-CAM-GRUPO
               DISPLAY '      GRUPO FAMILIAR: ' WSV-ANT-GRUPO-FAM
                       ' -> ' WSV-AUX-GRUPO-FAM
           END-IF
           IF WSV-AUX-DNI-JEFE NOT = WSV-ANT-DNI-JEFE
               PERFORM 42200-ENCABEZAR-PERSONA
               ADD 1 TO WSV-CONT-CAM-JEFE
               DISPLAY '      DNI DEL JEFE: ' WSV-ANT-DNI-JEFE
                       ' -> ' WSV-AUX-DNI-JEFE
           END-IF
           IF WSV-CAMBIOS-PERSONA = 0
               ADD 1 TO WSV-CONT-SIN-CAMBIOS
           END-IF.

      *LA PRIMERA DIFERENCIA DE UNA PERSONA LA IDENTIFICA EN EL
      *LISTADO
       42200-ENCABEZAR-PERSONA.
           IF WSV-CAMBIOS-PERSONA = 0
               ADD 1 TO WSV-CONT-MODIFICADAS
               DISPLAY '   DNI ' WSV-AUX-DNI ' '
                       WSV-AUX-NOMBRE ' ' WSV-AUX-APELLIDO
           END-IF
           ADD 1 TO WSV-CAMBIOS-PERSONA.

      *ACUMULA LA POBLACION DE ANTES Y DE AHORA POR GRUPO Y POR
      *FRANJA, CON LAS ENTRADAS Y SALIDAS DE CADA UNO
       50000-ACUMULAR-MOVIMIENTO.
           PERFORM VARYING WSV-SUB-FRANJA FROM 1 BY 1
                   UNTIL WSV-SUB-FRANJA > 6
               MOVE 0 TO WST-FRA-ANTES(WSV-SUB-FRANJA)
               MOVE 0 TO WST-FRA-AHORA(WSV-SUB-FRANJA)
               MOVE 0 TO WST-FRA-ALTAS(WSV-SUB-FRANJA)
               MOVE 0 TO WST-FRA-BAJAS(WSV-SUB-FRANJA)
           END-PERFORM
           PERFORM VARYING IND-AN FROM 1 BY 1
                   UNTIL IND-AN > WSV-CONT-ANTERIORES
               MOVE WST-ANT-REGISTRO(IND-AN) TO WSV-PERSONA-ANT
               PERFORM 51000-SUMAR-ANTERIOR
           END-PERFORM
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTUALES
               MOVE WST-ACT-REGISTRO(IND-AC) TO WSV-PERSONA-AUX
               PERFORM 52000-SUMAR-ACTUAL
           END-PERFORM.

      *UNA PERSONA DE LA FOTO, CON LA EDAD QUE TENIA A ESA FECHA
       51000-SUMAR-ANTERIOR.
           MOVE WSV-FECHA-FOTO-NUM TO WSV-FECHA-EDAD
           MOVE WSV-ANT-FECHA-NAC TO WSV-FECHA-NAC-EDAD
           PERFORM 53000-UBICAR-FRANJA
           ADD 1 TO WST-FRA-ANTES(WSV-SUB-FRANJA)
           MOVE WSV-ANT-GRUPO-FAM TO WSV-GRUPO-BUSCADO
           PERFORM 54000-UBICAR-GRUPO
           IF IND-GR NOT > WSV-CONT-GRUPOS
               ADD 1 TO WST-GRU-ANTES(IND-GR)
           END-IF
           IF WST-ANT-VISTO(IND-AN) = 'N'
               ADD 1 TO WST-FRA-BAJAS(WSV-SUB-FRANJA)
               IF IND-GR NOT > WSV-CONT-GRUPOS
                   ADD 1 TO WST-GRU-SALEN(IND-GR)
               END-IF
           END-IF.

      *UNA PERSONA DE HOY, CON SU EDAD A LA FECHA DE CORRIDA. UN
      *CAMBIO DE GRUPO CUENTA COMO SALIDA DEL GRUPO VIEJO Y ENTRADA
      *AL NUEVO
       52000-SUMAR-ACTUAL.
           MOVE WSV-FECHA-HOY TO WSV-FECHA-EDAD
           MOVE WSV-AUX-FECHA-NAC TO WSV-FECHA-NAC-EDAD
           PERFORM 53000-UBICAR-FRANJA
           ADD 1 TO WST-FRA-AHORA(WSV-SUB-FRANJA)
           MOVE WSV-AUX-GRUPO-FAM TO WSV-GRUPO-BUSCADO
           PERFORM 54000-UBICAR-GRUPO
           IF IND-GR NOT > WSV-CONT-GRUPOS
               ADD 1 TO WST-GRU-AHORA(IND-GR)
           END-IF
           IF WST-ACT-PAR(IND-AC) = 0
               ADD 1 TO WST-FRA-ALTAS(WSV-SUB-FRANJA)
               IF IND-GR NOT > WSV-CONT-GRUPOS
                   ADD 1 TO WST-GRU-ENTRAN(IND-GR)
               END-IF
           ELSE
               SET IND-AN TO WST-ACT-PAR(IND-AC)
               MOVE WST-ANT-REGISTRO(IND-AN) TO WSV-PERSONA-ANT
               IF WSV-ANT-GRUPO-FAM NOT = WSV-AUX-GRUPO-FAM
                   IF IND-GR NOT > WSV-CONT-GRUPOS
                       ADD 1 TO WST-GRU-ENTRAN(IND-GR)
                   END-IF
                   MOVE WSV-ANT-GRUPO-FAM TO WSV-GRUPO-BUSCADO
                   PERFORM 54000-UBICAR-GRUPO
                   IF IND-GR NOT > WSV-CONT-GRUPOS
                       ADD 1 TO WST-GRU-SALEN(IND-GR)
                   END-IF
               END-IF
           END-IF.

      *FRANJA DE EDAD EN ANIOS CUMPLIDOS A WSV-FECHA-EDAD, COMO EN
      *EJES2107; UNA FECHA DE NACIMIENTO EN CERO VA A LA FRANJA 6
       53000-UBICAR-FRANJA.
           IF WSV-FECHA-NAC-EDAD = 0
               MOVE 6 TO WSV-SUB-FRANJA
           ELSE
               COMPUTE WSV-EDAD =
                       (WSV-FECHA-EDAD - WSV-FECHA-NAC-EDAD) / 10000
               EVALUATE TRUE
                   WHEN WSV-EDAD <= 17
                       MOVE 1 TO WSV-SUB-FRANJA
                   WHEN WSV-EDAD <= 29
                       MOVE 2 TO WSV-SUB-FRANJA
                   WHEN WSV-EDAD <= 44
                       MOVE 3 TO WSV-SUB-FRANJA
                   WHEN WSV-EDAD <= 64
                       MOVE 4 TO WSV-SUB-FRANJA
                   WHEN OTHER
                       MOVE 5 TO WSV-SUB-FRANJA
               END-EVALUATE
           END-IF.

      *UBICA WSV-GRUPO-BUSCADO EN LA TABLA, AGREGANDOLO SI NO ESTA
       54000-UBICAR-GRUPO.
           MOVE 'N' TO WSV-GRUPO-VISTO
           PERFORM VARYING IND-GR FROM 1 BY 1
                   UNTIL IND-GR > WSV-CONT-GRUPOS
                       OR WSS-GRUPO-VISTO
               IF WST-GRU-NRO(IND-GR) = WSV-GRUPO-BUSCADO
                   SET WSS-GRUPO-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-GRUPO-VISTO
               SET IND-GR DOWN BY 1
           ELSE
               IF WSV-CONT-GRUPOS >= WSC-MAX-GRUPOS
                   DISPLAY 'TABLA DE GRUPOS LLENA, EL GRUPO '
                           WSV-GRUPO-BUSCADO ' QUEDA AFUERA DEL '
                           'INFORME'
               ELSE
                   ADD 1 TO WSV-CONT-GRUPOS
                   SET IND-GR TO WSV-CONT-GRUPOS
                   MOVE WSV-GRUPO-BUSCADO TO WST-GRU-NRO(IND-GR)
                   MOVE 0 TO WST-GRU-ANTES(IND-GR)
                   MOVE 0 TO WST-GRU-AHORA(IND-GR)
                   MOVE 0 TO WST-GRU-ENTRAN(IND-GR)
                   MOVE 0 TO WST-GRU-SALEN(IND-GR)
               END-IF
           END-IF.

      *MOVIMIENTO NETO DE LOS GRUPOS QUE TUVIERON ENTRADAS O SALIDAS
       60000-RESUMIR-GRUPOS.
           DISPLAY WSV-LINEA
           DISPLAY 'MOVIMIENTO POR GRUPO FAMILIAR'
           PERFORM VARYING IND-GR FROM 1 BY 1
                   UNTIL IND-GR > WSV-CONT-GRUPOS
               IF WST-GRU-ENTRAN(IND-GR) = 0
                       AND WST-GRU-SALEN(IND-GR) = 0
                   ADD 1 TO WSV-CONT-GRUPOS-QUIETOS
               ELSE
                   PERFORM 61000-MOSTRAR-GRUPO
               END-IF
           END-PERFORM
           DISPLAY 'GRUPOS SIN MOVIMIENTO: ' WSV-CONT-GRUPOS-QUIETOS.

       61000-MOSTRAR-GRUPO.
           COMPUTE WSV-NETO = WST-GRU-AHORA(IND-GR)
                            - WST-GRU-ANTES(IND-GR)
           MOVE WSV-NETO TO WSV-NETO-EDIT
           IF WST-GRU-NRO(IND-GR) = 0
               DISPLAY 'SIN GRUPO'
           ELSE
               DISPLAY 'GRUPO ' WST-GRU-NRO(IND-GR)
           END-IF
           DISPLAY '   ANTES ' WST-GRU-ANTES(IND-GR)
                   ' AHORA ' WST-GRU-AHORA(IND-GR)
                   ' ENTRAN ' WST-GRU-ENTRAN(IND-GR)
                   ' SALEN ' WST-GRU-SALEN(IND-GR)
                   ' NETO ' WSV-NETO-EDIT.

      *MOVIMIENTO NETO POR FRANJA. LO QUE NO EXPLICAN LAS ALTAS Y LAS
      *BAJAS SON PERSONAS QUE PASARON DE FRANJA POR CUMPLEANIOS (O
      *POR UNA CORRECCION DE LA FECHA DE NACIMIENTO)
       70000-RESUMIR-FRANJAS.
           DISPLAY WSV-LINEA
           DISPLAY 'MOVIMIENTO POR FRANJA DE EDAD'
           PERFORM VARYING WSV-SUB-FRANJA FROM 1 BY 1
                   UNTIL WSV-SUB-FRANJA > 6
               COMPUTE WSV-NETO = WST-FRA-AHORA(WSV-SUB-FRANJA)
                                - WST-FRA-ANTES(WSV-SUB-FRANJA)
               MOVE WSV-NETO TO WSV-NETO-EDIT
               COMPUTE WSV-NETO = WSV-NETO
                                - WST-FRA-ALTAS(WSV-SUB-FRANJA)
                                + WST-FRA-BAJAS(WSV-SUB-FRANJA)
               MOVE WSV-NETO TO WSV-PASES-EDIT
               DISPLAY WST-NOMBRE-FRANJA(WSV-SUB-FRANJA)
                       ' ANTES ' WST-FRA-ANTES(WSV-SUB-FRANJA)
                       ' AHORA ' WST-FRA-AHORA(WSV-SUB-FRANJA)
                       ' NETO ' WSV-NETO-EDIT
               DISPLAY '           ALTAS '
                       WST-FRA-ALTAS(WSV-SUB-FRANJA)
                       ' BAJAS ' WST-FRA-BAJAS(WSV-SUB-FRANJA)
                       ' PASES DE FRANJA ' WSV-PASES-EDIT
           END-PERFORM.

       80000-INFORMAR-TOTALES.
           COMPUTE WSV-NETO = WSV-CONT-ACTUALES - WSV-CONT-ANTERIORES
           MOVE WSV-NETO TO WSV-NETO-EDIT
           DISPLAY WSV-LINEA
           DISPLAY 'PERSONAS EN LA FOTO:      ' WSV-CONT-ANTERIORES
           DISPLAY 'PERSONAS HOY:             ' WSV-CONT-ACTUALES
           DISPLAY 'MOVIMIENTO NETO:          ' WSV-NETO-EDIT
           DISPLAY 'ALTAS:                    ' WSV-CONT-ALTAS
           DISPLAY 'BAJAS:                    ' WSV-CONT-BAJAS
           DISPLAY 'PERSONAS CON CAMBIOS:     ' WSV-CONT-MODIFICADAS
           DISPLAY '   DE ESTADO CIVIL:       ' WSV-CONT-CAM-ESTADO
           DISPLAY '   DE HIJOS:              ' WSV-CONT-CAM-HIJOS
           DISPLAY '   DE DIRECCION:          ' WSV-CONT-CAM-DIRECCION
           DISPLAY '   DE GRUPO FAMILIAR:     ' WSV-CONT-CAM-GRUPO
           DISPLAY '   DE JEFE:               ' WSV-CONT-CAM-JEFE
           DISPLAY 'PERSONAS SIN CAMBIOS:     ' WSV-CONT-SIN-CAMBIOS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
