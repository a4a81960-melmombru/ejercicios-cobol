      *    fuerza el salto de pagina, C cierra. Con esto NACSTAT,
      *    NOTADIST, NOTACOMP, BECAS y ASISREP dejan de salir por
      *    DISPLAY crudo que se fotocopiaba con tijera.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada listado se copia al spool con nombre unico
      *   (SPLnnnnnn.LIS) y al cerrarlo se registra en el catalogo
      *   SPOOL.CAT con programa, fecha y hora, periodo, paginas y
      *   operador
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT LISTADO          ASSIGN TO DYNAMIC WSV-NOMBRE-LISTADO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LISTADO.

       SELECT SPOOL            ASSIGN TO DYNAMIC WSV-NOMBRE-SPOOL
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SPOOL.

       SELECT OPTIONAL CATALOGO ASSIGN TO DISK 'SPOOL.CAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CATALOGO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD LISTADO.
       01 REG-LISTADO              PIC X(80).

       FD SPOOL.
       01 REG-SPOOL-LINEA          PIC X(80).

       FD CATALOGO.
       COPY REG-SPOOL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-LISTADO           PIC X(02).
           88 WSS-FS-LISTADO-OK        VALUE '00' '05'.

       01 WSS-FS-SPOOL             PIC X(02).
           88 WSS-FS-SPOOL-OK          VALUE '00'.

       01 WSS-FS-CATALOGO          PIC X(02).
           88 WSS-FS-CATALOGO-OK       VALUE '00' '05'.
           88 WSS-FS-CATALOGO-EOF      VALUE '10'.

       01 WSV-NOMBRE-LISTADO       PIC X(20).
       01 WSV-LISTADO-ABIERTO      PIC X(01) VALUE 'N'.
           88 WSS-LISTADO-ABIERTO          VALUE 'S'.
       01 WSV-FECHA-CORRIDA        PIC 9(08).
       01 WSV-ENCAB-COLUMNAS       PIC X(80).

      *COPIA DEL LISTADO EN EL SPOOL (SPLnnnnnn.LIS) Y SU ENTRADA EN
      *EL CATALOGO SPOOL.CAT
       01 WSV-NOMBRE-SPOOL         PIC X(20).
       01 WSV-SPOOL-ACTIVO         PIC X(01) VALUE 'N'.
           88 WSS-SPOOL-ACTIVO             VALUE 'S'.
       01 WSV-NRO-SPOOL            PIC 9(06).
       01 WSV-CONT-LINEAS          PIC 9(06).
       01 WSV-HORA-CORRIDA         PIC 9(08).
       01 WSV-SPL-PROGRAMA         PIC X(08).
       01 WSV-SPL-OPERADOR         PIC X(03).
       01 WSV-SPL-PERIODO          PIC X(22).
       01 WSV-SPL-ORIGEN           PIC X(20).

       01 WSV-LINEA-SEPARADORA.
           05 FILLER               PIC X(78) VALUE ALL "*".

           MOVE WSV-FECHA-CORRIDA(5:2) TO WSV-ENC-FECHA-MM
           MOVE WSV-FECHA-CORRIDA(1:4) TO WSV-ENC-FECHA-AAAA
           MOVE REG-LIST-PERIODO TO WSV-ENC-PERIODO
           MOVE REG-LIST-ENCABEZADO TO WSV-ENCAB-COLUMNAS
           ACCEPT WSV-HORA-CORRIDA FROM TIME
           PERFORM 11000-ABRIR-SPOOL.

      *ABRE LA COPIA DEL LISTADO EN EL SPOOL CON EL NUMERO QUE SIGUE
      *AL MAYOR DEL CATALOGO. SI NO SE PUEDE, EL LISTADO SALE IGUAL
      *PERO SIN COPIA (SE AVISA EN EL TEXTO DE RETORNO)
       11000-ABRIR-SPOOL.
           MOVE 'N' TO WSV-SPOOL-ACTIVO
           MOVE SPACES TO REG-LIST-SPOOL-R
           MOVE 0 TO WSV-NRO-SPOOL
           MOVE 0 TO WSV-CONT-LINEAS
           OPEN INPUT CATALOGO
           IF WSS-FS-CATALOGO-OK
               PERFORM 11100-LEER-CATALOGO
                   UNTIL NOT WSS-FS-CATALOGO-OK
               CLOSE CATALOGO
           END-IF
           ADD 1 TO WSV-NRO-SPOOL
           MOVE SPACES TO WSV-NOMBRE-SPOOL
           STRING 'SPL' WSV-NRO-SPOOL '.LIS'
               DELIMITED BY SIZE INTO WSV-NOMBRE-SPOOL
           OPEN OUTPUT SPOOL
           IF WSS-FS-SPOOL-OK
               SET WSS-SPOOL-ACTIVO TO TRUE
               MOVE WSV-NOMBRE-SPOOL TO REG-LIST-SPOOL-R
               PERFORM 11200-GUARDAR-DATOS-CATALOGO
           ELSE
               MOVE 'LISTADO SIN COPIA EN EL SPOOL'
                   TO WSV-ST-TEXTO-LIST
           END-IF.

       11100-LEER-CATALOGO.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               IF REG-SPL-NRO > WSV-NRO-SPOOL
                   MOVE REG-SPL-NRO TO WSV-NRO-SPOOL
               END-IF
           END-IF.

      *EL PROGRAMA SE TOMA DEL LLAMADOR; SI NO LO INFORMA SE USA EL
      *NOMBRE DEL LISTADO HASTA EL PUNTO (NACSTAT.LIS -> NACSTAT)
       11200-GUARDAR-DATOS-CATALOGO.
           MOVE REG-LIST-PROGRAMA TO WSV-SPL-PROGRAMA
           IF WSV-SPL-PROGRAMA = SPACES
               UNSTRING REG-LIST-ARCHIVO DELIMITED BY '.'
                   INTO WSV-SPL-PROGRAMA
           END-IF
           MOVE REG-LIST-OPERADOR TO WSV-SPL-OPERADOR
           MOVE REG-LIST-PERIODO TO WSV-SPL-PERIODO
           MOVE REG-LIST-ARCHIVO TO WSV-SPL-ORIGEN.

      *ESCRIBE LA LINEA RECIBIDA, ARRANCANDO PAGINA NUEVA CUANDO
      *SE LLENO LA ACTUAL (MISMA DISCIPLINA QUE EJ0002MM.LIS)
               PERFORM 21000-NUEVA-PAGINA
           END-IF
           MOVE REG-LIST-LINEA TO REG-LISTADO
           PERFORM 22000-GRABAR-LINEA
           IF NOT WSS-FS-LISTADO-OK
               SET WSS-LIST-ERROR TO TRUE
               MOVE 'ERROR WRITE DEL LISTADO' TO WSV-ST-TEXTO-LIST
           ADD 1 TO WSV-NRO-PAGINA
           MOVE WSV-NRO-PAGINA TO WSV-ENC-PAGINA
           MOVE WSV-LINEA-ENCABEZADO TO REG-LISTADO
           PERFORM 22000-GRABAR-LINEA
           MOVE SPACES TO REG-LISTADO
           PERFORM 22000-GRABAR-LINEA
           MOVE WSV-ENCAB-COLUMNAS TO REG-LISTADO
           PERFORM 22000-GRABAR-LINEA
           MOVE WSV-LINEA-SEPARADORA TO REG-LISTADO
           PERFORM 22000-GRABAR-LINEA
           MOVE 4 TO WSV-LINEA-ACTUAL.

      *GRABA LA LINEA EN EL LISTADO Y LA MISMA EN LA COPIA DEL SPOOL
       22000-GRABAR-LINEA.
           WRITE REG-LISTADO
           IF WSS-SPOOL-ACTIVO
               MOVE REG-LISTADO TO REG-SPOOL-LINEA
               WRITE REG-SPOOL-LINEA
               ADD 1 TO WSV-CONT-LINEAS
           END-IF.

       30000-CERRAR-LISTADO.
           IF WSS-LISTADO-ABIERTO
               MOVE 'N' TO WSV-LISTADO-ABIERTO
                   MOVE 'ERROR CLOSE DEL LISTADO'
                       TO WSV-ST-TEXTO-LIST
               END-IF
               IF WSS-SPOOL-ACTIVO
                   MOVE 'N' TO WSV-SPOOL-ACTIVO
                   CLOSE SPOOL
                   PERFORM 31000-CATALOGAR-LISTADO
               END-IF
           END-IF.

      *AGREGA EL LISTADO CERRADO AL CATALOGO DEL SPOOL: PROGRAMA,
      *FECHA Y HORA DE CORRIDA, PERIODO, PAGINAS Y OPERADOR
       31000-CATALOGAR-LISTADO.
           OPEN EXTEND CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               MOVE 'LISTADO SIN ENTRADA EN SPOOL.CAT'
                   TO WSV-ST-TEXTO-LIST
           ELSE
               MOVE WSV-NRO-SPOOL TO REG-SPL-NRO
               MOVE WSV-SPL-PROGRAMA TO REG-SPL-PROGRAMA
               MOVE WSV-FECHA-CORRIDA TO REG-SPL-FECHA
               MOVE WSV-HORA-CORRIDA(1:6) TO REG-SPL-HORA
               MOVE WSV-SPL-PERIODO TO REG-SPL-PERIODO
               MOVE WSV-NRO-PAGINA TO REG-SPL-PAGINAS
               MOVE WSV-CONT-LINEAS TO REG-SPL-LINEAS
               MOVE WSV-SPL-OPERADOR TO REG-SPL-OPERADOR
               MOVE WSV-NOMBRE-SPOOL TO REG-SPL-ARCHIVO
               MOVE WSV-SPL-ORIGEN TO REG-SPL-ORIGEN
               WRITE REG-SPOOL
               IF NOT WSS-FS-CATALOGO-OK
                   MOVE 'ERROR WRITE DE SPOOL.CAT'
                       TO WSV-ST-TEXTO-LIST
               END-IF
               CLOSE CATALOGO
           END-IF.

      *DA FIN A LA RUTINA
