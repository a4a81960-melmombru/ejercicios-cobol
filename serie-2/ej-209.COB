      *   donacion (grupo 0 dona a todos los grupos, factor negativo
      *   dona a ambos factores). Pedido por la clinica local para
      *   las campanias de donacion.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La lista de donantes compatibles deja afuera a quienes
      *   no tienen entre 18 y 65 anios (segun la fecha de nacimiento) y
      *   a quienes donaron hace menos del intervalo minimo para su sexo
      *   y tipo de donacion (DONACION.DAT, cargado por EJES2114;
      *   intervalos por omision o de DONACION.PRM), y sale ordenada de
      *   mayor a menor tiempo desde la ultima donacion.
      * 2026 10 - La tabla de candidatos admite hasta 200 donantes: los
      *   compatibles que no entran se informan y se ignoran, como las
      *   donaciones cuando se llena la tabla de ultimas donaciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT PERSONAS             ASSIGN TO DISK 'PERSONAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERSONAS.

       SELECT OPTIONAL DONACIONES  ASSIGN TO DISK 'DONACION.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-DONACIONES.

       SELECT OPTIONAL INTERVALOS  ASSIGN TO DISK 'DONACION.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INTERVALOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PERSONAS.
       COPY REG-PERSONA.

       FD DONACIONES.
       COPY REG-DONACION.

      *UNA LINEA POR SEXO Y TIPO DE DONACION CON SU INTERVALO MINIMO
      *EN DIAS (EJ MS090: HOMBRES, SANGRE ENTERA, 90 DIAS)
       FD INTERVALOS.
       01 REG-INTERVALO.
           05 REG-INT-SEXO         PIC X(01).
           05 REG-INT-TIPO         PIC X(01).
           05 REG-INT-DIAS         PIC X(03).
           05 REG-INT-DIAS-NUM REDEFINES REG-INT-DIAS
                                   PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PERSONAS                  PIC X(02).
           88 WSS-FS-PERSONAS-OK               VALUE '00'.
           88 WSS-FS-PERSONAS-EOF              VALUE '10'.

       01 WSS-FS-DONACIONES                PIC X(02).
           88 WSS-FS-DONACIONES-OK             VALUE '00' '05'.
           88 WSS-FS-DONACIONES-EOF            VALUE '10'.

       01 WSS-FS-INTERVALOS                PIC X(02).
           88 WSS-FS-INTERVALOS-OK             VALUE '00' '05'.
           88 WSS-FS-INTERVALOS-EOF            VALUE '10'.

       01  WSC-RUTDIAS             PIC X(08) VALUE "RUTDIAS".
       COPY REG-DIAS.

      *TABLA DE TIPOS SANGUINEOS CON SU CANTIDAD DE PERSONAS
       01 WSC-TIPOS-SANGUINEOS.
           05 FILLER               PIC X(12) VALUE 'A+A-B+B-0+0-'.
               88 WSS-REG-GRUPO-OK     VALUE 'A' 'B' '0'.
           05 WSV-REG-FACTOR       PIC X(01).

      *RANGO DE EDAD PARA DONAR, EN ANIOS CUMPLIDOS
       01 WSC-EDAD-MINIMA          PIC 9(03) VALUE 18.
       01 WSC-EDAD-MAXIMA          PIC 9(03) VALUE 65.
       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-EDAD                 PIC S9(03).

      *INTERVALO MINIMO EN DIAS DESDE LA ULTIMA DONACION, POR SEXO Y
      *TIPO DE LA ULTIMA DONACION (S SANGRE ENTERA, P PLASMA,
      *Q PLAQUETAS). DONACION.PRM, SI EXISTE, REEMPLAZA ESTOS VALORES
       01 WSC-INTERVALOS.
           05 FILLER               PIC X(05) VALUE 'MS090'.
           05 FILLER               PIC X(05) VALUE 'FS120'.
           05 FILLER               PIC X(05) VALUE 'MP014'.
           05 FILLER               PIC X(05) VALUE 'FP014'.
           05 FILLER               PIC X(05) VALUE 'MQ014'.
           05 FILLER               PIC X(05) VALUE 'FQ014'.
       01 WST-INTERVALOS REDEFINES WSC-INTERVALOS.
           05 WST-INT-ITEM         OCCURS 6 TIMES.
               10 WST-INT-SEXO     PIC X(01).
               10 WST-INT-TIPO     PIC X(01).
               10 WST-INT-DIAS     PIC 9(03).
       01 WSV-SUB-INT              PIC 9(02).
       01 WSV-INT-HALLADO          PIC X(01).
           88 WSS-INT-HALLADO          VALUE 'S'.
       01 WSV-INTERVALO            PIC 9(03).

      *ULTIMA DONACION DE CADA DONANTE DE DONACION.DAT
       01 WSC-MAX-ULTIMAS          PIC 9(03) VALUE 200.
       01 WSV-CONT-ULTIMAS         PIC S9(4) COMP VALUE 0.
       01 WST-ULTIMAS.
           05 WST-ULT-ITEM         OCCURS 200 TIMES
                                   INDEXED BY IND-UD.
               10 WST-ULT-DNI      PIC X(10).
               10 WST-ULT-FECHA    PIC 9(08).
               10 WST-ULT-TIPO     PIC X(01).
               10 WST-ULT-SEXO     PIC X(01).
                   88 WSS-ULT-SEXO-OK  VALUE 'M' 'F'.
       01 WSV-DNI-BUSCADO          PIC X(10).
       01 WSV-FECHA-ULTIMA         PIC 9(08).
       01 WSV-DONANTE-VISTO        PIC X(01).
           88 WSS-DONANTE-VISTO        VALUE 'S'.

      *DONANTES COMPATIBLES EN CONDICIONES DE DONAR, PARA LISTARLOS
      *DE MAYOR A MENOR TIEMPO DESDE LA ULTIMA DONACION (LOS QUE
      *NUNCA DONARON VAN PRIMERO, CON WST-CAN-DIAS EN 9999999)
       01 WSC-MAX-CANDIDATOS       PIC 9(03) VALUE 200.
       01 WST-CANDIDATOS.
           05 WST-CAN-ITEM         OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WSV-CONT-DONANTES
                                   INDEXED BY IND-CA.
               10 WST-CAN-APELLIDO PIC X(08).
               10 WST-CAN-NOMBRE   PIC X(08).
               10 WST-CAN-SANGUINEO PIC X(02).
               10 WST-CAN-TELEFONO PIC X(11).
               10 WST-CAN-FECHA    PIC 9(08).
               10 WST-CAN-DIAS     PIC 9(07).
       01 WSV-DIAS-DESDE           PIC 9(07).
       01 WSV-DIAS-EDIT            PIC Z(04)9.
       01 WSV-ESPERA               PIC X(01).
           88 WSS-EN-ESPERA            VALUE 'S'.

       01 WSV-CONT-COMPATIBLES     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-FECHA       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-FUERA-EDAD      PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-EN-ESPERA       PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-INICIALIZAR-TABLA
           PERFORM 06000-CARGAR-INTERVALOS
           PERFORM 07000-CARGAR-DONACIONES
           PERFORM 10000-CONTAR-POBLACION
           PERFORM 20000-INFORMAR-POBLACION
           PERFORM 30000-PEDIR-TIPO
               MOVE 0 TO WST-CONT-TIPO(WSV-SUB-TIPO)
           END-PERFORM.

      *LOS INTERVALOS DE DONACION.PRM REEMPLAZAN A LOS DE LA TABLA;
      *SIN ARCHIVO QUEDAN LOS VALORES POR OMISION
       06000-CARGAR-INTERVALOS.
           OPEN INPUT INTERVALOS
           IF NOT WSS-FS-INTERVALOS-OK
               DISPLAY 'ERROR EN EL OPEN DE DONACION.PRM'
               DISPLAY 'FILE STATUS ' WSS-FS-INTERVALOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 06100-LEER-INTERVALO UNTIL WSS-FS-INTERVALOS-EOF
           CLOSE INTERVALOS.

       06100-LEER-INTERVALO.
           READ INTERVALOS
           IF WSS-FS-INTERVALOS-OK
               MOVE 'N' TO WSV-INT-HALLADO
               IF REG-INT-DIAS IS NUMERIC
                   PERFORM VARYING WSV-SUB-INT FROM 1 BY 1
                           UNTIL WSV-SUB-INT > 6
                       IF WST-INT-SEXO(WSV-SUB-INT) = REG-INT-SEXO
                          AND WST-INT-TIPO(WSV-SUB-INT) = REG-INT-TIPO
                           MOVE REG-INT-DIAS-NUM
                               TO WST-INT-DIAS(WSV-SUB-INT)
                           SET WSS-INT-HALLADO TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WSS-INT-HALLADO
                   DISPLAY 'LINEA INVALIDA EN DONACION.PRM: '
                           REG-INTERVALO
               END-IF
           END-IF.

      *DEJA EN MEMORIA LA DONACION MAS RECIENTE DE CADA DNI
       07000-CARGAR-DONACIONES.
           OPEN INPUT DONACIONES
           IF NOT WSS-FS-DONACIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE DONACION.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-DONACIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 07100-LEER-DONACION UNTIL WSS-FS-DONACIONES-EOF
           CLOSE DONACIONES.

       07100-LEER-DONACION.
           READ DONACIONES
           IF WSS-FS-DONACIONES-OK
               MOVE REG-DON-DNI TO WSV-DNI-BUSCADO
               PERFORM 07200-UBICAR-DONANTE
               IF WSS-DONANTE-VISTO
                   IF REG-DON-FECHA >= WST-ULT-FECHA(IND-UD)
                       MOVE REG-DON-FECHA TO WST-ULT-FECHA(IND-UD)
                       MOVE REG-DON-TIPO TO WST-ULT-TIPO(IND-UD)
                       MOVE REG-DON-SEXO TO WST-ULT-SEXO(IND-UD)
                   END-IF
               ELSE
                   IF WSV-CONT-ULTIMAS >= WSC-MAX-ULTIMAS
                       DISPLAY 'TABLA DE DONANTES LLENA, SE IGNORA '
                               'LA DONACION DEL DNI ' REG-DON-DNI
                   ELSE
                       ADD 1 TO WSV-CONT-ULTIMAS
                       SET IND-UD TO WSV-CONT-ULTIMAS
                       MOVE REG-DON-DNI TO WST-ULT-DNI(IND-UD)
                       MOVE REG-DON-FECHA TO WST-ULT-FECHA(IND-UD)
                       MOVE REG-DON-TIPO TO WST-ULT-TIPO(IND-UD)
                       MOVE REG-DON-SEXO TO WST-ULT-SEXO(IND-UD)
                   END-IF
               END-IF
           END-IF.

      *BUSCA WSV-DNI-BUSCADO ENTRE LAS ULTIMAS DONACIONES
       07200-UBICAR-DONANTE.
           MOVE 'N' TO WSV-DONANTE-VISTO
           PERFORM VARYING IND-UD FROM 1 BY 1
                   UNTIL IND-UD > WSV-CONT-ULTIMAS
                       OR WSS-DONANTE-VISTO
               IF WST-ULT-DNI(IND-UD) = WSV-DNI-BUSCADO
                   SET WSS-DONANTE-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-DONANTE-VISTO
               SET IND-UD DOWN BY 1
           END-IF.

      *PRIMERA PASADA: CUENTA LAS PERSONAS DE CADA TIPO SANGUINEO
       10000-CONTAR-POBLACION.
           OPEN INPUT PERSONAS
      *SEGUNDA PASADA: LISTA LOS DONANTES COMPATIBLES CON EL TIPO
      *PEDIDO. UN DONANTE ES COMPATIBLE SI SU GRUPO ES 0 O IGUAL AL
      *DEL RECEPTOR, Y SU FACTOR ES NEGATIVO O EL RECEPTOR ES
      *POSITIVO. DE LOS COMPATIBLES SOLO SE LISTAN LOS QUE ESTAN EN
      *EDAD DE DONAR Y FUERA DEL INTERVALO MINIMO DESDE SU ULTIMA
      *DONACION, PRIMERO LOS QUE HACE MAS TIEMPO QUE NO DONAN
       40000-LISTAR-DONANTES.
           DISPLAY WSV-LINEA
           DISPLAY 'DONANTES COMPATIBLES CON ' WSV-TIPO-PEDIDO
           PERFORM 41000-LEER-Y-EVALUAR UNTIL WSS-FS-PERSONAS-EOF
           CLOSE PERSONAS
           IF WSV-CONT-DONANTES = 0
               DISPLAY 'NO HAY DONANTES COMPATIBLES EN CONDICIONES '
                       'DE DONAR'
           ELSE
               SORT WST-CAN-ITEM ON DESCENDING KEY WST-CAN-DIAS
               PERFORM VARYING IND-CA FROM 1 BY 1
                       UNTIL IND-CA > WSV-CONT-DONANTES
                   PERFORM 45000-MOSTRAR-CANDIDATO
               END-PERFORM
               DISPLAY 'TOTAL DE DONANTES: ' WSV-CONT-DONANTES
           END-IF
           DISPLAY 'COMPATIBLES REGISTRADOS:     '
                   WSV-CONT-COMPATIBLES
           DISPLAY 'EXCLUIDOS POR EDAD:          '
                   WSV-CONT-FUERA-EDAD
           DISPLAY 'EXCLUIDOS SIN FECHA DE NAC.: '
                   WSV-CONT-SIN-FECHA
           DISPLAY 'EXCLUIDOS POR INTERVALO:     '
                   WSV-CONT-EN-ESPERA.

       41000-LEER-Y-EVALUAR.
           READ PERSONAS
                           WSV-REG-GRUPO = WSV-PED-GRUPO) AND
                           (WSV-REG-FACTOR = '-' OR
                           WSV-PED-FACTOR = '+')
                       PERFORM 42000-EVALUAR-DONANTE
                   END-IF
               END-IF
           END-IF.

      *UN COMPATIBLE SE DESCARTA SI NO TIENE FECHA DE NACIMIENTO,
      *SI ESTA FUERA DEL RANGO DE EDAD O SI DONO HACE MENOS DEL
      *INTERVALO MINIMO; SI NO, QUEDA PARA EL LISTADO
       42000-EVALUAR-DONANTE.
           ADD 1 TO WSV-CONT-COMPATIBLES
           IF REG-PER-FECHA-NAC = 0
               ADD 1 TO WSV-CONT-SIN-FECHA
           ELSE
               COMPUTE WSV-EDAD =
                       (WSV-FECHA-HOY - REG-PER-FECHA-NAC) / 10000
               IF WSV-EDAD < WSC-EDAD-MINIMA OR
                       WSV-EDAD > WSC-EDAD-MAXIMA
                   ADD 1 TO WSV-CONT-FUERA-EDAD
               ELSE
                   PERFORM 43000-CONTROLAR-INTERVALO
                   IF WSS-EN-ESPERA
                       ADD 1 TO WSV-CONT-EN-ESPERA
                   ELSE
                       PERFORM 44000-AGREGAR-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      *DIAS DESDE LA ULTIMA DONACION CONTRA EL INTERVALO DE SU SEXO Y
      *TIPO. SI EL SEXO NO ESTA CARGADO SE TOMA EL MAYOR INTERVALO
      *DEL TIPO
       43000-CONTROLAR-INTERVALO.
           MOVE 'N' TO WSV-ESPERA
           MOVE REG-PER-DNI TO WSV-DNI-BUSCADO
           PERFORM 07200-UBICAR-DONANTE
           IF NOT WSS-DONANTE-VISTO
               MOVE 9999999 TO WSV-DIAS-DESDE
               MOVE 0 TO WSV-FECHA-ULTIMA
           ELSE
               MOVE WST-ULT-FECHA(IND-UD) TO WSV-FECHA-ULTIMA
               SET WSS-DIAS-DIFERENCIA TO TRUE
               MOVE WST-ULT-FECHA(IND-UD) TO REG-DIAS-FECHA
               MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA-HASTA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF NOT WSS-DIAS-OK OR REG-DIAS-DIFERENCIA < 0
                   MOVE 0 TO WSV-DIAS-DESDE
               ELSE
                   MOVE REG-DIAS-DIFERENCIA TO WSV-DIAS-DESDE
               END-IF
               MOVE 0 TO WSV-INTERVALO
               PERFORM VARYING WSV-SUB-INT FROM 1 BY 1
                       UNTIL WSV-SUB-INT > 6
                   IF WST-INT-TIPO(WSV-SUB-INT) = WST-ULT-TIPO(IND-UD)
                      AND (WST-INT-SEXO(WSV-SUB-INT) =
                           WST-ULT-SEXO(IND-UD)
                           OR NOT WSS-ULT-SEXO-OK(IND-UD))
                      AND WST-INT-DIAS(WSV-SUB-INT) > WSV-INTERVALO
                       MOVE WST-INT-DIAS(WSV-SUB-INT) TO WSV-INTERVALO
                   END-IF
               END-PERFORM
               IF WSV-DIAS-DESDE < WSV-INTERVALO
                   SET WSS-EN-ESPERA TO TRUE
               END-IF
           END-IF.

       44000-AGREGAR-CANDIDATO.
           IF WSV-CONT-DONANTES >= WSC-MAX-CANDIDATOS
               DISPLAY 'TABLA DE CANDIDATOS LLENA, SE IGNORA '
                       'EL DONANTE DNI ' REG-PER-DNI
           ELSE
               ADD 1 TO WSV-CONT-DONANTES
               SET IND-CA TO WSV-CONT-DONANTES
               MOVE REG-PER-APELLIDO TO WST-CAN-APELLIDO(IND-CA)
               MOVE REG-PER-NOMBRE TO WST-CAN-NOMBRE(IND-CA)
               MOVE REG-PER-SANGUINEO TO WST-CAN-SANGUINEO(IND-CA)
               MOVE REG-PER-TELEFONO TO WST-CAN-TELEFONO(IND-CA)
               MOVE WSV-FECHA-ULTIMA TO WST-CAN-FECHA(IND-CA)
               MOVE WSV-DIAS-DESDE TO WST-CAN-DIAS(IND-CA)
           END-IF.

       45000-MOSTRAR-CANDIDATO.
           IF WST-CAN-FECHA(IND-CA) = 0
               DISPLAY '  ' WST-CAN-APELLIDO(IND-CA) ', '
                       WST-CAN-NOMBRE(IND-CA) ' ('
                       WST-CAN-SANGUINEO(IND-CA) ') TEL: '
                       WST-CAN-TELEFONO(IND-CA) ' NUNCA DONO'
           ELSE
               MOVE WST-CAN-DIAS(IND-CA) TO WSV-DIAS-EDIT
               DISPLAY '  ' WST-CAN-APELLIDO(IND-CA) ', '
                       WST-CAN-NOMBRE(IND-CA) ' ('
                       WST-CAN-SANGUINEO(IND-CA) ') TEL: '
                       WST-CAN-TELEFONO(IND-CA) ' ULTIMA '
                       WST-CAN-FECHA(IND-CA) ' HACE '
                       WSV-DIAS-EDIT ' DIAS'
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
