      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Foto del censo: copia PERSONAS.DAT tal como esta
      *   a PERSONAS.AAAAMMDD (fecha de corrida) y anota la fecha y
      *   la cantidad de personas en el catalogo CENSOS.LST, para que
      *   EJES2113 pueda comparar el censo actual contra la foto de
      *   un trimestre anterior. Si ya hay una foto con la fecha de
      *   hoy no se pisa: la foto del trimestre es la base de la
      *   comparacion y no se debe perder por una segunda corrida.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES2112.
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

      *UNA LINEA POR FOTO TOMADA
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

       01 WSS-FS-CATALOGO                  PIC X(02).
           88 WSS-FS-CATALOGO-OK               VALUE '00' '05'.

       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-NOMBRE-FOTO          PIC X(17).
       01 WSV-CONT-COPIADAS        PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-EDIT            PIC 9(04).

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-ABRIR-ARCHIVOS
           PERFORM 20000-COPIAR-PERSONA UNTIL WSS-FS-PERSONAS-EOF
           PERFORM 30000-CERRAR-ARCHIVOS
           PERFORM 40000-ANOTAR-EN-CATALOGO
           PERFORM 50000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *ARMA EL NOMBRE DE LA FOTO CON LA FECHA DE CORRIDA; SI ESA FOTO
      *YA EXISTE SE ABORTA SIN TOCARLA
       10000-ABRIR-ARCHIVOS.
           MOVE SPACES TO WSV-NOMBRE-FOTO
           STRING 'PERSONAS.' WSV-FECHA-HOY
               DELIMITED BY SIZE INTO WSV-NOMBRE-FOTO
           OPEN INPUT FOTO
           IF WSS-FS-FOTO-OK
               CLOSE FOTO
               DISPLAY 'YA EXISTE LA FOTO ' WSV-NOMBRE-FOTO
                       ', NO SE PISA'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN INPUT PERSONAS
           IF NOT WSS-FS-PERSONAS-OK
               DISPLAY 'ERROR EN EL OPEN DE PERSONAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PERSONAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT FOTO
           IF NOT WSS-FS-FOTO-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-FOTO
               DISPLAY 'FILE STATUS ' WSS-FS-FOTO
               CLOSE PERSONAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *COPIA UNA PERSONA A LA FOTO SIN CAMBIOS
       20000-COPIAR-PERSONA.
           READ PERSONAS
           IF WSS-FS-PERSONAS-OK
               MOVE REG-PERSONA TO REG-FOTO
               WRITE REG-FOTO
               IF NOT WSS-FS-FOTO-OK
                   DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-FOTO
                   DISPLAY 'FILE STATUS ' WSS-FS-FOTO
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-COPIADAS
           END-IF.

       30000-CERRAR-ARCHIVOS.
           CLOSE PERSONAS
           CLOSE FOTO
           IF NOT WSS-FS-FOTO-OK
               DISPLAY 'ERROR EN EL CLOSE DE ' WSV-NOMBRE-FOTO
               DISPLAY 'FILE STATUS ' WSS-FS-FOTO
           END-IF.

      *AGREGA LA FOTO AL CATALOGO, QUE EJES2113 MUESTRA CUANDO SE LE
      *PIDE UNA FECHA SIN FOTO
       40000-ANOTAR-EN-CATALOGO.
           OPEN EXTEND CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'ERROR EN EL OPEN DE CENSOS.LST'
               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               DISPLAY 'LA FOTO QUEDO GRABADA PERO NO CATALOGADA'
           ELSE
               MOVE SPACES TO REG-CATALOGO
               MOVE WSV-FECHA-HOY TO REG-CAT-FECHA
               MOVE WSV-NOMBRE-FOTO TO REG-CAT-ARCHIVO
               MOVE WSV-CONT-COPIADAS TO REG-CAT-PERSONAS
               WRITE REG-CATALOGO
               IF NOT WSS-FS-CATALOGO-OK
                   DISPLAY 'ERROR EN EL WRITE DE CENSOS.LST'
                   DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               END-IF
               CLOSE CATALOGO
           END-IF.

       50000-INFORMAR-RESULTADO.
           MOVE WSV-CONT-COPIADAS TO WSV-CONT-EDIT
           DISPLAY WSV-LINEA
           DISPLAY 'FOTO DEL CENSO TOMADA: ' WSV-NOMBRE-FOTO
           DISPLAY 'PERSONAS COPIADAS:     ' WSV-CONT-EDIT
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
