      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Carga del registro de donaciones de sangre
      *   (DONACION.DAT, copybook REG-DONACION): por cada donacion
      *   pide el DNI del donante y lo valida contra PERSONAS.DAT,
      *   y despues la fecha, el tipo de donacion (sangre entera,
      *   plasma o plaquetas), el lugar y el sexo del donante. Con
      *   este registro EJES2109 deja afuera de la lista de donantes
      *   a quienes donaron hace menos del intervalo minimo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES2114.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERSONAS             ASSIGN TO DISK 'PERSONAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERSONAS.

       SELECT OPTIONAL DONACIONES  ASSIGN TO DISK 'DONACION.DAT'
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
           88 WSS-FS-DONACIONES-OK             VALUE '00' '05'.

       01  WSC-RUTDIAS             PIC X(08) VALUE "RUTDIAS".
       COPY REG-DIAS.

       01 WSC-MAX-PERSONAS                 PIC 9(03) VALUE 200.
       01 WSV-CONT-PERSONAS                PIC S9(4) COMP VALUE 0.
       01 WST-PERSONAS.
           05 WST-PER-ITEM        OCCURS 200 TIMES INDEXED BY IND.
               10 WST-PER-REGISTRO         PIC X(82).

      *VISTA DEL REGISTRO GUARDADO EN LA TABLA
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

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-DNI-E                PIC X(10).
       01 WSV-FECHA-E              PIC X(08).
       01 WSV-FECHA-E-NUM REDEFINES WSV-FECHA-E
                                   PIC 9(08).
       01 WSV-BUSQUEDA             PIC X(01).
           88 WSS-BUSQUEDA-OK          VALUE 'S'.
       01 WSV-FECHA-VALIDA         PIC X(01).
           88 WSS-FECHA-VALIDA         VALUE 'S'.
       01 WSV-FIN-CARGA            PIC X(01) VALUE 'N'.
           88 WSS-FIN-CARGA            VALUE 'S'.
       01 WSV-CONT-GRABADAS        PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECHAZADAS      PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-PERSONAS
           PERFORM 15000-ABRIR-DONACIONES
           PERFORM 20000-CARGAR-DONACION UNTIL WSS-FIN-CARGA
           CLOSE DONACIONES
           PERFORM 30000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *CARGA PERSONAS.DAT EN MEMORIA PARA VALIDAR LOS DNI
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
                   MOVE REG-PERSONA TO WST-PER-REGISTRO(IND)
               END-IF
           END-IF.

       15000-ABRIR-DONACIONES.
           OPEN EXTEND DONACIONES
           IF NOT WSS-FS-DONACIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE DONACION.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-DONACIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *UNA DONACION: EL DNI TIENE QUE ESTAR EN PERSONAS.DAT; UN DNI
      *EN BLANCO TERMINA LA CARGA
       20000-CARGAR-DONACION.
           DISPLAY WSV-LINEA
           DISPLAY 'INGRESE DNI DEL DONANTE (EN BLANCO PARA '
                   'TERMINAR): '
           MOVE SPACES TO WSV-DNI-E
           ACCEPT WSV-DNI-E
           IF WSV-DNI-E = SPACES
               SET WSS-FIN-CARGA TO TRUE
           ELSE
               PERFORM 21000-BUSCAR-POR-DNI
               IF NOT WSS-BUSQUEDA-OK
                   ADD 1 TO WSV-CONT-RECHAZADAS
                   DISPLAY 'EL DNI ' WSV-DNI-E ' NO ESTA EN '
                           'PERSONAS.DAT, NO SE CARGA LA DONACION'
               ELSE
                   MOVE WST-PER-REGISTRO(IND) TO WSV-PERSONA-AUX
                   DISPLAY 'DONANTE: ' WSV-AUX-APELLIDO ', '
                           WSV-AUX-NOMBRE ' (' WSV-AUX-SANGUINEO ')'
                   PERFORM 22000-PEDIR-DATOS
                   PERFORM 23000-GRABAR-DONACION
               END-IF
           END-IF.

       21000-BUSCAR-POR-DNI.
           MOVE 'N' TO WSV-BUSQUEDA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PERSONAS OR WSS-BUSQUEDA-OK
               MOVE WST-PER-REGISTRO(IND) TO WSV-PERSONA-AUX
               IF WSV-AUX-DNI = WSV-DNI-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *PIDE FECHA, TIPO, LUGAR Y SEXO, CADA UNO HASTA QUE SEA VALIDO
       22000-PEDIR-DATOS.
           MOVE SPACES TO REG-DONACION
           MOVE WSV-DNI-E TO REG-DON-DNI
           MOVE 'N' TO WSV-FECHA-VALIDA
           PERFORM UNTIL WSS-FECHA-VALIDA
               DISPLAY 'INGRESE FECHA DE LA DONACION (AAAAMMDD): '
               ACCEPT WSV-FECHA-E
               PERFORM 22100-VALIDAR-FECHA
               IF NOT WSS-FECHA-VALIDA
                   DISPLAY 'FECHA INVALIDA, INGRESELA DE NUEVO'
               END-IF
           END-PERFORM
           MOVE WSV-FECHA-E-NUM TO REG-DON-FECHA
           PERFORM UNTIL WSS-DON-TIPO-OK
               DISPLAY 'INGRESE TIPO DE DONACION (S SANGRE ENTERA, '
                       'P PLASMA, Q PLAQUETAS): '
               ACCEPT REG-DON-TIPO
               IF NOT WSS-DON-TIPO-OK
                   DISPLAY 'TIPO INVALIDO, INGRESELO DE NUEVO'
               END-IF
           END-PERFORM
           DISPLAY 'INGRESE LUGAR DE LA DONACION: '
           ACCEPT REG-DON-LUGAR
           PERFORM UNTIL WSS-DON-SEXO-OK
               DISPLAY 'INGRESE SEXO DEL DONANTE (M/F): '
               ACCEPT REG-DON-SEXO
               IF NOT WSS-DON-SEXO-OK
                   DISPLAY 'SEXO INVALIDO, INGRESELO DE NUEVO'
               END-IF
           END-PERFORM.

      *LA FECHA TIENE QUE SER REAL (RUTDIAS LA VALIDA) Y NO FUTURA
       22100-VALIDAR-FECHA.
           MOVE 'N' TO WSV-FECHA-VALIDA
           IF WSV-FECHA-E IS NUMERIC
               SET WSS-DIAS-DIFERENCIA TO TRUE
               MOVE WSV-FECHA-E-NUM TO REG-DIAS-FECHA
               MOVE WSV-FECHA-HOY TO REG-DIAS-FECHA-HASTA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF WSS-DIAS-OK AND REG-DIAS-DIFERENCIA >= 0
                   SET WSS-FECHA-VALIDA TO TRUE
               END-IF
           END-IF.

       23000-GRABAR-DONACION.
           WRITE REG-DONACION
           IF NOT WSS-FS-DONACIONES-OK
               DISPLAY 'ERROR EN EL WRITE DE DONACION.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-DONACIONES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           ADD 1 TO WSV-CONT-GRABADAS
           DISPLAY 'DONACION REGISTRADA'.

       30000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'DONACIONES REGISTRADAS: ' WSV-CONT-GRABADAS
           DISPLAY 'DNI RECHAZADOS:         ' WSV-CONT-RECHAZADAS
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
