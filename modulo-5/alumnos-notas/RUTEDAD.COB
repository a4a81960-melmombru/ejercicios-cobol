      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Rutina de edades: carga de EDADES.PRM la edad
      *teorica de cada anio de estudio (primer caracter del curso,
      *1 para 1A, 1B, etc.) y calcula, para una fecha de nacimiento
      *y un curso, la edad cumplida a la fecha de corte que informa
      *el llamador (por convencion el 30 de junio del ciclo), la
      *edad teorica del curso y los anios de sobreedad (cero si el
      *alumno no supera la edad teorica). Un alumno sin fecha de
      *nacimiento cargada vuelve con status 20 y un curso sin edad
      *teorica en el parametro vuelve con error.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTEDAD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS           ASSIGN TO DISK 'EDADES.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 REG-PRM-ANIO-CURSO       PIC X(01).
           05 REG-PRM-EDAD             PIC 9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS            PIC X(02).
           88 WSS-FS-PARAMETROS-OK         VALUE '00'.
           88 WSS-FS-PARAMETROS-EOF        VALUE '10'.

       01 WSV-CONT-EDADES              PIC S9(4) COMP VALUE 0.
       01 WSC-MAX-EDADES               PIC 9(02) VALUE 20.

       01 WST-EDADES.
           05 WST-EDAD             OCCURS 20 TIMES INDEXED BY IND.
               10 WST-ED-ANIO-CURSO    PIC X(01).
               10 WST-ED-EDAD          PIC 9(02).

       01 WSV-BUSQUEDA-EDAD            PIC X(02).
           88 WSS-BUSQUEDA-OK              VALUE 'OK'.
           88 WSS-BUSQUEDA-NO              VALUE 'NO'.

       01 WSV-FECHA-NAC.
           05 WSV-NAC-ANIO             PIC 9(04).
           05 WSV-NAC-MESDIA           PIC 9(04).
       01 WSV-FECHA-CORTE.
           05 WSV-COR-ANIO             PIC 9(04).
           05 WSV-COR-MESDIA           PIC 9(04).
       01 WSV-EDAD                     PIC S9(03).

       LINKAGE SECTION.
       COPY REG-EDAD.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-EDAD.
       00000-CONTROL.
           EVALUATE TRUE
           WHEN WSS-CARGA-EDADES
               PERFORM 10000-CARGAR-TABLA
           WHEN WSS-CALCULAR-EDAD
               PERFORM 20000-CALCULAR-EDAD
           WHEN OTHER
               SET WSS-EDAD-ERROR TO TRUE
               MOVE "ACCION SOLICITADA NO ENCONTRADA"
               TO WSV-ST-TEXTO-EDAD
           END-EVALUATE
           PERFORM 30000-FIN-DE-RUTINA.

      *LEE EDADES.PRM Y CARGA LA EDAD TEORICA DE CADA ANIO DE CURSO
       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-EDADES
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               MOVE WSS-FS-PARAMETROS TO WSV-ST-RETORNO-EDAD
               MOVE 'ERROR OPEN INPUT DE EDADES.PRM'
               TO WSV-ST-TEXTO-EDAD
               PERFORM 30000-FIN-DE-RUTINA
           END-IF
           SET WSS-EDAD-OK TO TRUE
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-PARAMETROS-EOF
           CLOSE PARAMETROS
           IF WSV-CONT-EDADES = 0
               SET WSS-EDAD-ERROR TO TRUE
               MOVE 'EDADES.PRM SIN EDADES TEORICAS'
               TO WSV-ST-TEXTO-EDAD
           END-IF.

      *LEE UN PARAMETRO Y LO CARGA EN LA TABLA, CONTROLANDO QUE NO
      *SE SUPERE EL TAMANIO DE LA TABLA
       11000-LEER-Y-CARGAR.
           READ PARAMETROS
           IF WSS-FS-PARAMETROS-OK
               IF WSV-CONT-EDADES >= WSC-MAX-EDADES
                   SET WSS-EDAD-ERROR TO TRUE
                   MOVE 'TABLA DE EDADES LLENA' TO WSV-ST-TEXTO-EDAD
                   MOVE '10' TO WSS-FS-PARAMETROS
               ELSE
                   ADD 1 TO WSV-CONT-EDADES
                   SET IND TO WSV-CONT-EDADES
                   MOVE REG-PRM-ANIO-CURSO TO WST-ED-ANIO-CURSO(IND)
                   MOVE REG-PRM-EDAD TO WST-ED-EDAD(IND)
               END-IF
           END-IF.

      *BUSCA LA EDAD TEORICA DEL ANIO DEL CURSO Y CALCULA LA EDAD
      *CUMPLIDA A LA FECHA DE CORTE (UN ANIO MENOS SI EL CUMPLEANIOS
      *CAE DESPUES DEL CORTE) PARA COMPARARLAS. LA EDAD TEORICA SE
      *DEVUELVE AUNQUE EL ALUMNO NO TENGA FECHA DE NACIMIENTO
       20000-CALCULAR-EDAD.
           MOVE 0 TO REG-EDAD-EDAD-R
           MOVE 0 TO REG-EDAD-TEORICA-R
           MOVE 0 TO REG-EDAD-SOBREEDAD-R
           PERFORM 21000-BUSCAR-EDAD-TEORICA
           IF WSS-BUSQUEDA-OK
               MOVE WST-ED-EDAD(IND) TO REG-EDAD-TEORICA-R
           END-IF
           IF REG-EDAD-FECHA-NAC-E = 0
               SET WSS-EDAD-SIN-FECHA TO TRUE
               MOVE 'SIN FECHA DE NACIMIENTO' TO WSV-ST-TEXTO-EDAD
               PERFORM 30000-FIN-DE-RUTINA
           END-IF
           MOVE REG-EDAD-FECHA-NAC-E TO WSV-FECHA-NAC
           MOVE REG-EDAD-FECHA-CORTE-E TO WSV-FECHA-CORTE
           COMPUTE WSV-EDAD = WSV-COR-ANIO - WSV-NAC-ANIO
           IF WSV-NAC-MESDIA > WSV-COR-MESDIA
               SUBTRACT 1 FROM WSV-EDAD
           END-IF
           IF WSV-EDAD < 0
               MOVE 0 TO WSV-EDAD
           END-IF
           MOVE WSV-EDAD TO REG-EDAD-EDAD-R
           IF WSS-BUSQUEDA-OK
               IF REG-EDAD-EDAD-R > REG-EDAD-TEORICA-R
                   COMPUTE REG-EDAD-SOBREEDAD-R =
                           REG-EDAD-EDAD-R - REG-EDAD-TEORICA-R
               END-IF
               SET WSS-EDAD-OK TO TRUE
           ELSE
               SET WSS-EDAD-ERROR TO TRUE
               MOVE 'CURSO SIN EDAD TEORICA' TO WSV-ST-TEXTO-EDAD
           END-IF.

      *BUSCA EL ANIO DEL CURSO (PRIMER CARACTER) EN LA TABLA
       21000-BUSCAR-EDAD-TEORICA.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EDADES
                       OR WSS-BUSQUEDA-OK
               IF WST-ED-ANIO-CURSO(IND) = REG-EDAD-CURSO-E(1:1)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

      *DA FIN A LA RUTINA
       30000-FIN-DE-RUTINA.
           GOBACK.
