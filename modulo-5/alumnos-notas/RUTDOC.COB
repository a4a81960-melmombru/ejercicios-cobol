      *permite buscar un docente por su numero (opcion B) o resolver
      *el docente a cargo de una materia en un anio dado (opcion M),
      *para que los informes puedan mostrar quien dicta cada materia.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El docente lleva las horas semanales de contrato y
      *   el maximo de horas; la busqueda las devuelve (en cero si
      *   el registro todavia no las tiene cargadas).
      * 2026 10 - Carga tambien SUPLENCIAS.DAT. Si el llamador informa
      *   una fecha, la opcion M devuelve el suplente cuando el
      *   titular esta ausente ese dia en esa materia y curso; la
      *   opcion S nueva hace lo mismo partiendo del titular.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL ASIGNACION  ASSIGN TO DISK 'MATDOC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASIGNACION.

       SELECT OPTIONAL SUPLENCIAS  ASSIGN TO DISK 'SUPLENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SUPLENCIAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-NRO-DOCENTE              PIC 9(03).
           05 REG-NOMBRE-DOCENTE           PIC X(25).
           05 REG-LEGAJO-DOCENTE           PIC 9(05).
           05 REG-HS-CONTRATO-DOCENTE      PIC 9(02).
           05 REG-HS-MAXIMO-DOCENTE        PIC 9(02).

       FD ASIGNACION.
       01 REG-ASIGNACION.
           05 REG-ASG-NRO-MATERIA          PIC 9(02).
           05 REG-ASG-ANIO                 PIC 9(04).
           05 REG-ASG-NRO-DOCENTE          PIC 9(03).

       FD SUPLENCIAS.
       COPY REG-SUPLARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-DOCENTE                   PIC X(02).
               10 WST-NRO-DOCENTE          PIC 9(03).
               10 WST-NOMBRE-DOCENTE       PIC X(25).
               10 WST-LEGAJO-DOCENTE       PIC 9(05).
               10 WST-HS-CONTRATO-DOCENTE  PIC 9(02).
               10 WST-HS-MAXIMO-DOCENTE    PIC 9(02).

       01 WSV-CONT-ASIGNACION              PIC S9(4) COMP.
       01 WSC-MAX-ASIGNACIONES             PIC 9(03) VALUE 200.
               10 WST-ASG-ANIO             PIC 9(04).
               10 WST-ASG-NRO-DOCENTE      PIC 9(03).

       01 WSS-FS-SUPLENCIAS                PIC X(02).
           88 WSS-FS-SUPLENCIAS-OK             VALUE '00' '05'.
           88 WSS-FS-SUPLENCIAS-EOF            VALUE '10'.

       01 WSV-CONT-SUPLENCIA               PIC S9(4) COMP.
       01 WSC-MAX-SUPLENCIAS               PIC 9(03) VALUE 200.

       01 WST-SUPLENCIAS.
           05 WST-SUPLENCIA      OCCURS 200 TIMES INDEXED BY IND-SUP.
               10 WST-SUP-NRO-TITULAR      PIC 9(03).
               10 WST-SUP-DESDE            PIC 9(08).
               10 WST-SUP-HASTA            PIC 9(08).
               10 WST-SUP-MOTIVO           PIC X(20).
               10 WST-SUP-NRO-MATERIA      PIC 9(02).
               10 WST-SUP-CURSO            PIC X(02).
               10 WST-SUP-NRO-SUPLENTE     PIC 9(03).

       01 WSV-NRO-TITULAR                  PIC 9(03).

       01 WSV-BUSQUEDA-DOC                 PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.
               PERFORM 20000-BUSCAR-DOCENTE
           WHEN WSS-BUSCAR-DOC-MATERIA
               PERFORM 25000-BUSCAR-POR-MATERIA
           WHEN WSS-BUSCAR-DOC-SUPLENTE
               PERFORM 20000-BUSCAR-DOCENTE
               IF WSS-DOC-OK
                   PERFORM 27000-RESOLVER-SUPLENCIA
               END-IF
           WHEN OTHER
               SET WSS-DOC-ERROR TO TRUE
               MOVE "ACCION SOLICITADA NO ENCONTRADA"
           END-EVALUATE
           PERFORM 30000-FIN-DE-RUTINA.

      *CARGA LAS TABLAS DE DOCENTES, DE ASIGNACIONES Y DE SUPLENCIAS
       10000-CARGAR-TABLAS.
           PERFORM 11000-CARGAR-DOCENTES
           IF WSS-DOC-OK
               PERFORM 14000-CARGAR-ASIGNACIONES
           END-IF
           IF WSS-DOC-OK
               PERFORM 16000-CARGAR-SUPLENCIAS
           END-IF.

      *LEE DOCENTES.DAT COMPLETO Y LO CARGA EN MEMORIA
                   SET WSS-TABLA-LLENA TO TRUE
               ELSE
                   MOVE REG-DOCENTE TO WST-DOCENTE(IND)
                   IF WST-HS-CONTRATO-DOCENTE(IND) NOT NUMERIC
                       MOVE 0 TO WST-HS-CONTRATO-DOCENTE(IND)
                   END-IF
                   IF WST-HS-MAXIMO-DOCENTE(IND) NOT NUMERIC
                       MOVE 0 TO WST-HS-MAXIMO-DOCENTE(IND)
                   END-IF
                   ADD 1 TO WSV-CONT-DOCENTE
                   ADD 1 TO IND
               END-IF
               END-IF
           END-IF.

      *LEE SUPLENCIAS.DAT COMPLETO Y LO CARGA EN MEMORIA (SI NO
      *EXISTE TODAVIA, NINGUN DOCENTE TIENE SUPLENTE)
       16000-CARGAR-SUPLENCIAS.
           MOVE 0 TO WSV-CONT-SUPLENCIA
           MOVE 'N' TO WSV-TABLA-LLENA
           OPEN INPUT SUPLENCIAS
           IF NOT WSS-FS-SUPLENCIAS-OK
               MOVE WSS-FS-SUPLENCIAS TO WSV-ST-RETORNO-DOC
               MOVE 'ERROR OPEN INPUT DE SUPLENCIAS'
               TO WSV-ST-TEXTO-DOC
               SET WSS-DOC-ERROR TO TRUE
               PERFORM 30000-FIN-DE-RUTINA
           END-IF
           SET IND-SUP TO 1
           PERFORM 17000-LEER-Y-CARGAR-SUP
               UNTIL WSS-FS-SUPLENCIAS-EOF OR WSS-TABLA-LLENA
           CLOSE SUPLENCIAS
           IF WSS-TABLA-LLENA
               SET WSS-DOC-ERROR TO TRUE
               MOVE 'TABLA DE SUPLENCIAS LLENA' TO WSV-ST-TEXTO-DOC
           END-IF.

       17000-LEER-Y-CARGAR-SUP.
           READ SUPLENCIAS
           IF WSS-FS-SUPLENCIAS-OK
               IF WSV-CONT-SUPLENCIA >= WSC-MAX-SUPLENCIAS
                   SET WSS-TABLA-LLENA TO TRUE
               ELSE
                   MOVE REG-SUPLENCIA-ARCH TO WST-SUPLENCIA(IND-SUP)
                   ADD 1 TO WSV-CONT-SUPLENCIA
                   ADD 1 TO IND-SUP
               END-IF
           END-IF.

      *BUSCA EL DOCENTE POR SU NUMERO Y DEVUELVE NOMBRE, LEGAJO Y
      *HORAS DE CONTRATO Y MAXIMO
       20000-BUSCAR-DOCENTE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
               MOVE WST-NRO-DOCENTE(IND) TO REG-NRO-DOC-R
               MOVE WST-NOMBRE-DOCENTE(IND) TO REG-NOMBRE-DOC-R
               MOVE WST-LEGAJO-DOCENTE(IND) TO REG-LEGAJO-DOC-R
               MOVE WST-HS-CONTRATO-DOCENTE(IND)
                   TO REG-HS-CONTRATO-DOC-R
               MOVE WST-HS-MAXIMO-DOCENTE(IND) TO REG-HS-MAXIMO-DOC-R
               MOVE 'N' TO REG-DOC-SUPLENCIA-R
               MOVE WST-NRO-DOCENTE(IND) TO REG-NRO-TITULAR-DOC-R
               SET WSS-DOC-OK TO TRUE
           ELSE
               MOVE 'NO EXISTE EL DOCENTE' TO WSV-ST-TEXTO-DOC
               COMPUTE IND-ASG = IND-ASG - 1
               MOVE WST-ASG-NRO-DOCENTE(IND-ASG) TO REG-NRO-DOC-E
               PERFORM 20000-BUSCAR-DOCENTE
               IF WSS-DOC-OK
                   PERFORM 27000-RESOLVER-SUPLENCIA
               END-IF
           ELSE
               MOVE 'MATERIA SIN DOCENTE ASIGNADO' TO WSV-ST-TEXTO-DOC
               SET WSS-DOC-ERROR TO TRUE
           END-IF.

      *SI EL LLAMADOR INFORMA UNA FECHA Y EL TITULAR YA ENCONTRADO
      *ESTA AUSENTE ESE DIA EN LA MATERIA (Y EN EL CURSO, SI SE
      *INFORMA), DEVUELVE LOS DATOS DEL SUPLENTE MARCANDO LA
      *SUPLENCIA Y EL NUMERO DEL TITULAR. SIN SUPLENTE DESIGNADO SE
      *DEVUELVE EL TITULAR
       27000-RESOLVER-SUPLENCIA.
           IF REG-DOC-FECHA-E NOT= 0
               MOVE REG-NRO-DOC-R TO WSV-NRO-TITULAR
               SET WSS-BUSQUEDA-NO TO TRUE
               PERFORM VARYING IND-SUP FROM 1 BY 1
                       UNTIL IND-SUP > WSV-CONT-SUPLENCIA
                           OR WSS-BUSQUEDA-OK
                   IF WST-SUP-NRO-TITULAR(IND-SUP) = WSV-NRO-TITULAR
                       AND WST-SUP-NRO-MATERIA(IND-SUP) =
                           REG-DOC-MATERIA-E
                       AND (REG-DOC-CURSO-E = SPACES
                           OR WST-SUP-CURSO(IND-SUP) = REG-DOC-CURSO-E)
                       AND WST-SUP-DESDE(IND-SUP) <= REG-DOC-FECHA-E
                       AND WST-SUP-HASTA(IND-SUP) >= REG-DOC-FECHA-E
                       AND WST-SUP-NRO-SUPLENTE(IND-SUP) NOT= 0
                       SET WSS-BUSQUEDA-OK TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-BUSQUEDA-OK
                   SET IND-SUP DOWN BY 1
                   MOVE WST-SUP-NRO-SUPLENTE(IND-SUP) TO REG-NRO-DOC-E
                   PERFORM 20000-BUSCAR-DOCENTE
                   IF WSS-DOC-OK
                       MOVE 'S' TO REG-DOC-SUPLENCIA-R
                       MOVE WSV-NRO-TITULAR TO REG-NRO-TITULAR-DOC-R
                   END-IF
               END-IF
           END-IF.

      *DA FIN A LA RUTINA
       30000-FIN-DE-RUTINA.
           GOBACK.
