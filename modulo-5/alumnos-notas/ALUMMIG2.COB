      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Migracion unica de ALUMNOS.DAT al layout con
      *fecha de nacimiento y sexo (copybook REG-ALUM): lee el archivo
      *en el layout anterior (hasta la fecha de baja), escribe cada
      *alumno con la fecha de nacimiento en cero y el sexo en blanco
      *en ALUMNOS.NEW, conserva el trailer con la cantidad verificada
      *y emite las cantidades antes/despues. El operador renombra
      *ALUMNOS.NEW a ALUMNOS.DAT una vez controlado el informe y
      *reconstruye ALUMNOS.IDX con ALUMCARG; los datos nuevos se
      *completan desde ALUMANT. Un archivo que ya viene en el layout
      *nuevo se detecta (datos despues de la fecha de baja) y la
      *corrida se aborta para no migrar dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ALUMMIG2.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VIEJO            ASSIGN TO DISK 'ALUMNOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-VIEJO.

       SELECT NUEVO            ASSIGN TO DISK 'ALUMNOS.NEW'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-NUEVO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD VIEJO.
       01 REG-VIEJO.
           05 REG-VIE-NRO-ALUMNO   PIC 9(04).
           05 REG-VIE-NOMBRE       PIC X(23).
           05 REG-VIE-NRO-PAIS     PIC 9(03).
           05 REG-VIE-CURSO        PIC X(02).
           05 REG-VIE-ESTADO       PIC X(01).
           05 REG-VIE-FECHA-BAJA   PIC 9(08).
           05 REG-VIE-RESTO        PIC X(09).

       FD NUEVO.
       COPY REG-ALUM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-VIEJO             PIC X(02).
           88 WSS-FS-VIEJO-OK          VALUE '00'.
           88 WSS-FS-VIEJO-EOF         VALUE '10'.

       01 WSS-FS-NUEVO             PIC X(02).
           88 WSS-FS-NUEVO-OK          VALUE '00' '05'.

       01 WSV-CONT-LEIDOS          PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS       PIC S9(4) COMP VALUE 0.

       01 WSV-TRAILER-VISTO        PIC X(01) VALUE 'N'.
           88 WSS-TRAILER-VISTO        VALUE 'S'.
       01 WSV-TRA-CANT             PIC 9(05).
       COPY REG-TRAILER.

       01 WSV-YA-MIGRADO           PIC X(01) VALUE 'N'.
           88 WSS-YA-MIGRADO           VALUE 'S'.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-ABRIR-ARCHIVOS
           PERFORM 20000-MIGRAR-REGISTROS UNTIL WSS-FS-VIEJO-EOF
           PERFORM 25000-GRABAR-TRAILER
           PERFORM 30000-CERRAR-ARCHIVOS
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM 50000-FIN-DEL-PROGRAMA.

       10000-ABRIR-ARCHIVOS.
           OPEN INPUT VIEJO
           IF NOT WSS-FS-VIEJO-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-VIEJO
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT NUEVO
           IF NOT WSS-FS-NUEVO-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.NEW'
               DISPLAY 'FILE STATUS ' WSS-FS-NUEVO
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE UN ALUMNO DEL LAYOUT VIEJO Y LO ESCRIBE EN EL NUEVO CON
      *LA FECHA DE NACIMIENTO EN CERO Y EL SEXO EN BLANCO; EL TRAILER
      *SE RETIENE PARA VERIFICAR Y REGRABAR AL FINAL. UN REGISTRO QUE
      *YA TRAE DATOS DESPUES DE LA FECHA DE BAJA DELATA UN ARCHIVO
      *YA MIGRADO
       20000-MIGRAR-REGISTROS.
           READ VIEJO
           IF WSS-FS-VIEJO-OK
               MOVE REG-VIEJO TO REG-TRAILER-VISTA
               IF WSS-TRA-ES-TRAILER
                   SET WSS-TRAILER-VISTO TO TRUE
                   MOVE REG-TRA-CANT TO WSV-TRA-CANT
               ELSE
                   IF REG-VIE-RESTO NOT= SPACES
                       SET WSS-YA-MIGRADO TO TRUE
                       DISPLAY 'ALUMNOS.DAT YA PARECE ESTAR EN EL '
                               'LAYOUT NUEVO, NO SE MIGRA DOS VECES'
                       MOVE '10' TO WSS-FS-VIEJO
                   ELSE
                       ADD 1 TO WSV-CONT-LEIDOS
                       MOVE REG-VIE-NRO-ALUMNO TO REG-ALU-NRO-ALUMNO
                       MOVE REG-VIE-NOMBRE TO REG-ALU-NOMBRE
                       MOVE REG-VIE-NRO-PAIS TO REG-ALU-NRO-PAIS
                       MOVE REG-VIE-CURSO TO REG-ALU-CURSO
                       MOVE REG-VIE-ESTADO TO REG-ALU-ESTADO
                       MOVE REG-VIE-FECHA-BAJA TO REG-ALU-FECHA-BAJA
                       MOVE 0 TO REG-ALU-FECHA-NAC
                       MOVE SPACE TO REG-ALU-SEXO
                       WRITE REG-ALUMNOS
                       IF WSS-FS-NUEVO-OK
                           ADD 1 TO WSV-CONT-GRABADOS
                       ELSE
                           DISPLAY 'ERROR EN EL WRITE DE ALUMNOS.NEW'
                           DISPLAY 'FILE STATUS ' WSS-FS-NUEVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *REGRABA EL TRAILER EN EL ARCHIVO NUEVO, CONTROLANDO QUE LA
      *CANTIDAD DECLARADA COINCIDA CON LO LEIDO
       25000-GRABAR-TRAILER.
           IF NOT WSS-YA-MIGRADO
               IF NOT WSS-TRAILER-VISTO
                   DISPLAY 'ATENCION: ALUMNOS.DAT SIN TRAILER, EL '
                           'NUEVO SE GRABA CON LA CANTIDAD LEIDA'
               ELSE
                   IF WSV-TRA-CANT NOT= WSV-CONT-LEIDOS
                       DISPLAY 'EL TRAILER DECLARA ' WSV-TRA-CANT
                               ' REGISTROS Y SE LEYERON '
                               WSV-CONT-LEIDOS ', REVISAR ANTES DE '
                               'RENOMBRAR'
                   END-IF
               END-IF
               MOVE 'FIN' TO REG-TRA-MARCA
               MOVE WSV-CONT-GRABADOS TO REG-TRA-CANT
               MOVE SPACES TO REG-ALUMNOS
               MOVE REG-TRAILER-VISTA TO REG-ALUMNOS(1:8)
               WRITE REG-ALUMNOS
               IF NOT WSS-FS-NUEVO-OK
                   DISPLAY 'ERROR EN EL WRITE DEL TRAILER'
                   DISPLAY 'FILE STATUS ' WSS-FS-NUEVO
               END-IF
           END-IF.

       30000-CERRAR-ARCHIVOS.
           CLOSE VIEJO
           CLOSE NUEVO.

       40000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'MIGRACION DE ALUMNOS.DAT AL LAYOUT CON FECHA DE '
                   'NACIMIENTO Y SEXO'
           DISPLAY WSV-LINEA
           IF WSS-YA-MIGRADO
               DISPLAY 'NO SE MIGRO: EL ARCHIVO YA ESTABA MIGRADO'
           ELSE
               DISPLAY 'ALUMNOS LEIDOS:   ' WSV-CONT-LEIDOS
               DISPLAY 'ALUMNOS GRABADOS: ' WSV-CONT-GRABADOS
               DISPLAY 'CONTROLADO EL INFORME, RENOMBRAR '
                       'ALUMNOS.NEW A ALUMNOS.DAT'
               DISPLAY 'Y RECONSTRUIR ALUMNOS.IDX CON ALUMCARG'
           END-IF.

       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
