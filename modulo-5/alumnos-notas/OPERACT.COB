      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Informe de actividad por operador: para un rango
      *de fechas y un operador (o todos) junta en una sola lista
      *cronologica lo que asientan los logs que llevan el codigo de
      *operador: LOG-CAMBIOS.DAT (RUTARCH), NOTACORR.DAT (NOTCORR),
      *CORREXCEP.DAT (excepciones de INSCRIP y notas),
      *ESTADO-OVERRIDE.DAT (ESTOVERR), BAJAS.DAT (ALUMANT y PASESAL),
      *las sesiones de caja de CAJA.DAT (EJES6021) y los rechazos de
      *permisos de PERMISOS-LOG.DAT (RUTOPER). Cada linea lleva
      *fecha, hora (donde el log la tiene), operador, programa,
      *archivo, clave, accion y el antes/despues donde lo hay, y se
      *marca lo hecho en dia no habil (via RUTHABIL) o fuera del
      *horario de la institucion. Cierra con la cantidad de acciones
      *por operador y programa. Sale por pantalla y paginado en
      *OPERACT.LIS via RUTLIST.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro de LOG-CAMBIOS.DAT incorpora el numero de
      *   secuencia y el valor de control encadenado que ahora graba
      *   RUTARCH al final de cada entrada.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. OPERACT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL LOG-CAMBIOS ASSIGN TO DISK 'LOG-CAMBIOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-LOG.

       SELECT OPTIONAL CORRECCIONES
                                   ASSIGN TO DISK 'NOTACORR.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CORR.

       SELECT OPTIONAL EXCEPCIONES ASSIGN TO DISK 'CORREXCEP.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EXCEPCION.

       SELECT OPTIONAL AUDITORIA   ASSIGN TO DISK
                                   'ESTADO-OVERRIDE.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-AUDITORIA.

       SELECT OPTIONAL BAJAS       ASSIGN TO DISK 'BAJAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-BAJAS.

       SELECT OPTIONAL CAJA        ASSIGN TO DISK 'CAJA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CAJA.

       SELECT OPTIONAL PERMISOS-LOG ASSIGN TO DISK 'PERMISOS-LOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD LOG-CAMBIOS.
       01 REG-LOG-CAMBIOS.
           05 REG-LOG-FECHA-CAMBIO             PIC 9(08).
           05 REG-LOG-HORA-CAMBIO              PIC 9(08).
           05 REG-LOG-OPCION                   PIC X(03).
           05 REG-LOG-CLAVE                    PIC X(04).
           05 REG-LOG-NOMBRE-ANTES             PIC X(30).
           05 REG-LOG-FECHA-ANTES              PIC X(10).
           05 REG-LOG-DNI-ANTES                PIC X(10).
           05 REG-LOG-TELEF-ANTES              PIC X(11).
           05 REG-LOG-NOMBRE-DESPUES           PIC X(30).
           05 REG-LOG-FECHA-DESPUES            PIC X(10).
           05 REG-LOG-DNI-DESPUES              PIC X(10).
           05 REG-LOG-TELEF-DESPUES            PIC X(11).
           05 REG-LOG-STATUS                   PIC 9(02).
           05 REG-LOG-TEXTO                    PIC X(30).
           05 REG-LOG-ARCHIVO                  PIC X(30).
           05 REG-LOG-OPERADOR                 PIC X(03).
      *SECUENCIA Y VALOR DE CONTROL ENCADENADO QUE AGREGA RUTARCH
           05 REG-LOG-SECUENCIA                PIC 9(09).
           05 REG-LOG-CONTROL                  PIC 9(09).

       FD CORRECCIONES.
       01 REG-CORRECCION.
           05 REG-COR-FECHA                    PIC 9(08).
           05 REG-COR-TIPO                     PIC X(01).
               88 WSS-COR-REEMPLAZO                    VALUE 'R'.
               88 WSS-COR-ANULACION                    VALUE 'A'.
           05 REG-COR-NRO-ALUMNO               PIC 9(04).
           05 REG-COR-NRO-MATERIA              PIC 9(02).
           05 REG-COR-ANIO                     PIC 9(04).
           05 REG-COR-MES                      PIC 9(02).
           05 REG-COR-NOTA-ANTERIOR            PIC 9(02).
           05 REG-COR-NOTA-NUEVA               PIC 9(02).
           05 REG-COR-MOTIVO                   PIC X(03).
           05 REG-COR-OPERADOR                 PIC X(03).

       FD EXCEPCIONES.
       01 REG-EXCEPCION.
           05 REG-EXC-FECHA                    PIC 9(08).
           05 REG-EXC-NRO-ALUMNO               PIC 9(04).
           05 REG-EXC-NRO-MATERIA              PIC 9(02).
           05 REG-EXC-NRO-REQUERIDA            PIC 9(02).
           05 REG-EXC-MOTIVO                   PIC X(20).
           05 REG-EXC-OPERADOR                 PIC X(03).

       FD AUDITORIA.
       01 REG-AUDITORIA.
           05 REG-AUD-FECHA                    PIC 9(08).
           05 REG-AUD-NRO-ALUMNO               PIC 9(04).
           05 REG-AUD-ANIO                     PIC 9(04).
           05 REG-AUD-ESTADO-ANTERIOR          PIC X(01).
           05 REG-AUD-ESTADO-NUEVO             PIC X(01).
           05 REG-AUD-AUTORIZACION             PIC X(06).
           05 REG-AUD-MOTIVO                   PIC X(20).
           05 REG-AUD-OPERADOR                 PIC X(03).

       FD BAJAS.
       01 REG-BAJA.
           05 REG-BJA-FECHA                    PIC 9(08).
           05 REG-BJA-NRO-ALUMNO               PIC 9(04).
           05 REG-BJA-CURSO                    PIC X(02).
           05 REG-BJA-MOTIVO                   PIC X(03).
           05 REG-BJA-OPERADOR                 PIC X(03).

       FD CAJA.
       01 REG-CAJA.
           05 REG-CAJ-NRO-SESION               PIC 9(04).
           05 REG-CAJ-FECHA                    PIC 9(08).
           05 REG-CAJ-OPERADOR                 PIC X(10).
           05 REG-CAJ-FONDO                    PIC 9(05)V9(02).
           05 REG-CAJ-ESTADO                   PIC X(01).
               88 WSS-CAJ-ABIERTA                      VALUE 'A'.
               88 WSS-CAJ-CERRADA                      VALUE 'C'.

       FD PERMISOS-LOG.
       COPY REG-PERMLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-LOG                           PIC X(02).
           88 WSS-FS-LOG-OK                            VALUE '00' '05'.
           88 WSS-FS-LOG-EOF                           VALUE '10'.

       01 WSS-FS-CORR                          PIC X(02).
           88 WSS-FS-CORR-OK                           VALUE '00' '05'.
           88 WSS-FS-CORR-EOF                          VALUE '10'.

       01 WSS-FS-EXCEPCION                     PIC X(02).
           88 WSS-FS-EXCEPCION-OK                      VALUE '00' '05'.
           88 WSS-FS-EXCEPCION-EOF                     VALUE '10'.

       01 WSS-FS-AUDITORIA                     PIC X(02).
           88 WSS-FS-AUDITORIA-OK                      VALUE '00' '05'.
           88 WSS-FS-AUDITORIA-EOF                     VALUE '10'.

       01 WSS-FS-BAJAS                         PIC X(02).
           88 WSS-FS-BAJAS-OK                          VALUE '00' '05'.
           88 WSS-FS-BAJAS-EOF                         VALUE '10'.

       01 WSS-FS-CAJA                          PIC X(02).
           88 WSS-FS-CAJA-OK                           VALUE '00' '05'.
           88 WSS-FS-CAJA-EOF                          VALUE '10'.

       01 WSS-FS-PERMLOG                       PIC X(02).
           88 WSS-FS-PERMLOG-OK                        VALUE '00' '05'.
           88 WSS-FS-PERMLOG-EOF                       VALUE '10'.

       01 WSV-FECHA-DESDE                      PIC 9(08).
       01 WSV-FECHA-HASTA                      PIC 9(08).
       01 WSV-OPERADOR-E                       PIC X(03).

      *HORARIO DE LA INSTITUCION (HHMMSS); LO ASENTADO ANTES DEL
      *DESDE O DESPUES DEL HASTA SE MARCA FUERA DE HORARIO
       01 WSC-HORA-DESDE                       PIC 9(06) VALUE 070000.
       01 WSC-HORA-HASTA                       PIC 9(06) VALUE 200000.

      *ACTIVIDAD EN ARMADO, CON EL MISMO LAYOUT DE LA TABLA
       01 WSV-ACTIVIDAD.
           05 WSV-AC-FECHA                     PIC 9(08).
           05 WSV-AC-HORA                      PIC 9(06).
           05 WSV-AC-CON-HORA                  PIC X(01).
               88 WSS-AC-CON-HORA                      VALUE 'S'.
           05 WSV-AC-OPERADOR                  PIC X(03).
           05 WSV-AC-PROGRAMA                  PIC X(08).
           05 WSV-AC-ARCHIVO                   PIC X(12).
           05 WSV-AC-CLAVE                     PIC X(10).
           05 WSV-AC-ACCION                    PIC X(03).
           05 WSV-AC-ANTES                     PIC X(10).
           05 WSV-AC-DESPUES                   PIC X(10).
           05 WSV-AC-MARCA                     PIC X(01).
               88 WSS-AC-NO-HABIL                      VALUE 'N'.
               88 WSS-AC-FUERA-HORA                    VALUE 'H'.

      *ACTIVIDADES DEL RANGO, ORDENADAS POR FECHA Y HORA (CLAVE EN
      *LAS POSICIONES 1 A 14) VIA RUTSORT
       01 WSC-MAX-ACTIVIDADES                  PIC 9(03) VALUE 350.
       01 WSV-CONT-ACTIVIDADES                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-DESCARTADAS                 PIC 9(05) VALUE 0.
       01 WST-ACTIVIDADES.
           05 WST-AC-ITEM         OCCURS 350 TIMES INDEXED BY IND-AC.
               10 WST-AC-FECHA                 PIC 9(08).
               10 WST-AC-HORA                  PIC 9(06).
               10 WST-AC-CON-HORA              PIC X(01).
                   88 WSS-TAC-CON-HORA                 VALUE 'S'.
               10 WST-AC-OPERADOR              PIC X(03).
               10 WST-AC-PROGRAMA              PIC X(08).
               10 WST-AC-ARCHIVO               PIC X(12).
               10 WST-AC-CLAVE                 PIC X(10).
               10 WST-AC-ACCION                PIC X(03).
               10 WST-AC-ANTES                 PIC X(10).
               10 WST-AC-DESPUES               PIC X(10).
               10 WST-AC-MARCA                 PIC X(01).
                   88 WSS-TAC-NO-HABIL                 VALUE 'N'.
                   88 WSS-TAC-FUERA-HORA               VALUE 'H'.

      *CANTIDAD DE ACCIONES POR OPERADOR, PROGRAMA Y ACCION (CLAVE EN
      *LAS POSICIONES 1 A 14)
       01 WSC-MAX-RESUMEN                      PIC 9(03) VALUE 200.
       01 WSV-CONT-RESUMEN                     PIC S9(4) COMP VALUE 0.
       01 WST-RESUMEN.
           05 WST-RE-ITEM         OCCURS 200 TIMES INDEXED BY IND-RE.
               10 WST-RE-OPERADOR              PIC X(03).
               10 WST-RE-PROGRAMA              PIC X(08).
               10 WST-RE-ACCION                PIC X(03).
               10 WST-RE-CANTIDAD              PIC 9(05).
               10 WST-RE-MARCADAS              PIC 9(05).
       01 WSV-RESUMEN-HALLADO                  PIC X(01).
           88 WSS-RESUMEN-HALLADO                      VALUE 'S'.

       01 WSV-OPERADOR-ANTERIOR                PIC X(03).
       01 WSV-TOT-OPERADOR                     PIC 9(05).
       01 WSV-TOT-MARCADAS                     PIC 9(05) VALUE 0.
       01 WSV-TOT-LISTADAS                     PIC 9(05).

      *ULTIMA FECHA CONSULTADA A RUTHABIL, PARA NO REPETIR LA LLAMADA
       01 WSV-FECHA-CONSULTADA                 PIC 9(08) VALUE 0.
       01 WSV-ULTIMA-HABIL                     PIC X(01).
           88 WSS-ULTIMA-HABIL                         VALUE 'S'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTHABIL                        PIC X(08)
                                                       VALUE "RUTHABIL".
       COPY REG-HABIL.
       01  WSC-RUTSORT                         PIC X(07)
                                                       VALUE "RUTSORT".
       COPY REG-SORT.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-ACTIVIDAD.
           05 WSV-LAC-FECHA-R                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-HORA-R                   PIC X(05).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-OPERADOR-R               PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-PROGRAMA-R               PIC X(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-ARCHIVO-R                PIC X(12).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-CLAVE-R                  PIC X(10).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-ACCION-R                 PIC X(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-LAC-ANTES-R                  PIC X(10).
           05 WSV-LAC-FLECHA-R                 PIC X(01).
           05 WSV-LAC-DESPUES-R                PIC X(10).
       01 WSV-HORA-EDIT.
           05 WSV-HED-HH                       PIC 9(02).
           05 FILLER                           PIC X(01) VALUE ':'.
           05 WSV-HED-MM                       PIC 9(02).
       01 WSV-LINEA-MARCA.
           05 FILLER                           PIC X(20) VALUE SPACES.
           05 WSV-LMA-TEXTO-R                  PIC X(40).
       01 WSV-LINEA-RESUMEN.
           05 FILLER                           PIC X(03) VALUE "*  ".
           05 WSV-LRE-OPERADOR-R               PIC X(03).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-LRE-PROGRAMA-R               PIC X(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-LRE-ACCION-R                 PIC X(03).
           05 FILLER                           PIC X(11)
                                                   VALUE " ACCIONES: ".
           05 WSV-LRE-CANTIDAD-R               PIC ZZZZ9.
           05 FILLER                           PIC X(14)
                                                   VALUE "  MARCADAS: ".
           05 WSV-LRE-MARCADAS-R               PIC ZZZZ9.
       01 WSV-LINEA-TOTAL-OPER.
           05 FILLER                           PIC X(12)
                                                   VALUE "*  OPERADOR ".
           05 WSV-LTO-OPERADOR-R               PIC X(03).
           05 FILLER                           PIC X(17)
                                           VALUE " TOTAL ACCIONES: ".
           05 WSV-LTO-CANTIDAD-R               PIC ZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-PEDIR-PARAMETROS
           PERFORM 10000-LEER-LOG-CAMBIOS
           PERFORM 12000-LEER-CORRECCIONES
           PERFORM 14000-LEER-EXCEPCIONES
           PERFORM 16000-LEER-OVERRIDES
           PERFORM 18000-LEER-BAJAS
           PERFORM 20000-LEER-CAJA
           PERFORM 22000-LEER-DENEGACIONES
           PERFORM 30000-ORDENAR-ACTIVIDADES
           PERFORM 35000-EMITIR-ACTIVIDAD
           PERFORM 40000-EMITIR-RESUMEN
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *RANGO DE FECHAS Y OPERADOR; SIN HASTA SE TOMA EL MISMO DIA
       05000-PEDIR-PARAMETROS.
           MOVE 0 TO WSV-FECHA-DESDE
           PERFORM UNTIL WSV-FECHA-DESDE NOT= 0
               DISPLAY 'INGRESE FECHA DESDE (AAAAMMDD): '
               ACCEPT WSV-FECHA-DESDE
           END-PERFORM
           DISPLAY 'INGRESE FECHA HASTA (AAAAMMDD, 0 IGUAL A DESDE): '
           ACCEPT WSV-FECHA-HASTA
           IF WSV-FECHA-HASTA = 0
               MOVE WSV-FECHA-DESDE TO WSV-FECHA-HASTA
           END-IF
           IF WSV-FECHA-HASTA < WSV-FECHA-DESDE
               DISPLAY 'LA FECHA HASTA ES ANTERIOR A LA DESDE'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           DISPLAY 'INGRESE CODIGO DE OPERADOR (EN BLANCO TODOS): '
           ACCEPT WSV-OPERADOR-E
           INSPECT WSV-OPERADOR-E CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *LOG DE CAMBIOS DE RUTARCH (EL LOG VIVO; LOS MESES ARCHIVADOS
      *POR LOGROTAR SE CONSULTAN CON LOGVIEW)
       10000-LEER-LOG-CAMBIOS.
           OPEN INPUT LOG-CAMBIOS
           IF NOT WSS-FS-LOG-OK
               DISPLAY 'ERROR EN EL OPEN DE LOG-CAMBIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-LOG
           ELSE
               PERFORM 11000-TOMAR-CAMBIO UNTIL WSS-FS-LOG-EOF
               CLOSE LOG-CAMBIOS
           END-IF.

       11000-TOMAR-CAMBIO.
           READ LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-LOG-FECHA-CAMBIO TO WSV-AC-FECHA
               DIVIDE REG-LOG-HORA-CAMBIO BY 100 GIVING WSV-AC-HORA
               SET WSS-AC-CON-HORA TO TRUE
               MOVE REG-LOG-OPERADOR TO WSV-AC-OPERADOR
               MOVE 'RUTARCH' TO WSV-AC-PROGRAMA
               MOVE REG-LOG-ARCHIVO TO WSV-AC-ARCHIVO
               MOVE REG-LOG-CLAVE TO WSV-AC-CLAVE
               MOVE REG-LOG-OPCION TO WSV-AC-ACCION
               MOVE REG-LOG-NOMBRE-ANTES TO WSV-AC-ANTES
               MOVE REG-LOG-NOMBRE-DESPUES TO WSV-AC-DESPUES
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *CORRECCIONES DE NOTAS DE NOTCORR: NOTA ANTERIOR Y NUEVA
       12000-LEER-CORRECCIONES.
           OPEN INPUT CORRECCIONES
           IF NOT WSS-FS-CORR-OK
               DISPLAY 'ERROR EN EL OPEN DE NOTACORR.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CORR
           ELSE
               PERFORM 13000-TOMAR-CORRECCION UNTIL WSS-FS-CORR-EOF
               CLOSE CORRECCIONES
           END-IF.

       13000-TOMAR-CORRECCION.
           READ CORRECCIONES
           IF WSS-FS-CORR-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-COR-FECHA TO WSV-AC-FECHA
               MOVE 0 TO WSV-AC-HORA
               MOVE REG-COR-OPERADOR TO WSV-AC-OPERADOR
               MOVE 'NOTCORR' TO WSV-AC-PROGRAMA
               MOVE 'NOTANEW.DAT' TO WSV-AC-ARCHIVO
               STRING REG-COR-NRO-ALUMNO REG-COR-NRO-MATERIA
                      REG-COR-ANIO
                   DELIMITED BY SIZE INTO WSV-AC-CLAVE
               MOVE REG-COR-NOTA-ANTERIOR TO WSV-AC-ANTES
               IF WSS-COR-ANULACION
                   MOVE 'ANU' TO WSV-AC-ACCION
                   MOVE 'ANULADA' TO WSV-AC-DESPUES
               ELSE
                   MOVE 'REE' TO WSV-AC-ACCION
                   MOVE REG-COR-NOTA-NUEVA TO WSV-AC-DESPUES
               END-IF
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *EXCEPCIONES DE CORRELATIVIDAD AUTORIZADAS EN INSCRIP Y notas
       14000-LEER-EXCEPCIONES.
           OPEN INPUT EXCEPCIONES
           IF NOT WSS-FS-EXCEPCION-OK
               DISPLAY 'ERROR EN EL OPEN DE CORREXCEP.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXCEPCION
           ELSE
               PERFORM 15000-TOMAR-EXCEPCION
                   UNTIL WSS-FS-EXCEPCION-EOF
               CLOSE EXCEPCIONES
           END-IF.

       15000-TOMAR-EXCEPCION.
           READ EXCEPCIONES
           IF WSS-FS-EXCEPCION-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-EXC-FECHA TO WSV-AC-FECHA
               MOVE 0 TO WSV-AC-HORA
               MOVE REG-EXC-OPERADOR TO WSV-AC-OPERADOR
               MOVE 'INSC/NOT' TO WSV-AC-PROGRAMA
               MOVE 'CORREXCEP' TO WSV-AC-ARCHIVO
               STRING REG-EXC-NRO-ALUMNO REG-EXC-NRO-MATERIA
                   DELIMITED BY SIZE INTO WSV-AC-CLAVE
               MOVE 'EXC' TO WSV-AC-ACCION
               STRING 'REQ ' REG-EXC-NRO-REQUERIDA
                   DELIMITED BY SIZE INTO WSV-AC-ANTES
               MOVE REG-EXC-MOTIVO TO WSV-AC-DESPUES
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *CAMBIOS DE ESTADO ACADEMICO DE ESTOVERR
       16000-LEER-OVERRIDES.
           OPEN INPUT AUDITORIA
           IF NOT WSS-FS-AUDITORIA-OK
               DISPLAY 'ERROR EN EL OPEN DE ESTADO-OVERRIDE.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-AUDITORIA
           ELSE
               PERFORM 17000-TOMAR-OVERRIDE UNTIL WSS-FS-AUDITORIA-EOF
               CLOSE AUDITORIA
           END-IF.

       17000-TOMAR-OVERRIDE.
           READ AUDITORIA
           IF WSS-FS-AUDITORIA-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-AUD-FECHA TO WSV-AC-FECHA
               MOVE 0 TO WSV-AC-HORA
               MOVE REG-AUD-OPERADOR TO WSV-AC-OPERADOR
               MOVE 'ESTOVERR' TO WSV-AC-PROGRAMA
               MOVE 'ESTADO-ACAD' TO WSV-AC-ARCHIVO
               STRING REG-AUD-NRO-ALUMNO REG-AUD-ANIO
                   DELIMITED BY SIZE INTO WSV-AC-CLAVE
               MOVE 'EST' TO WSV-AC-ACCION
               MOVE REG-AUD-ESTADO-ANTERIOR TO WSV-AC-ANTES
               MOVE REG-AUD-ESTADO-NUEVO TO WSV-AC-DESPUES
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *BAJAS DE ALUMNOS: LAS DE MOTIVO PAS LAS ASIENTA PASESAL
       18000-LEER-BAJAS.
           OPEN INPUT BAJAS
           IF NOT WSS-FS-BAJAS-OK
               DISPLAY 'ERROR EN EL OPEN DE BAJAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-BAJAS
           ELSE
               PERFORM 19000-TOMAR-BAJA UNTIL WSS-FS-BAJAS-EOF
               CLOSE BAJAS
           END-IF.

       19000-TOMAR-BAJA.
           READ BAJAS
           IF WSS-FS-BAJAS-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-BJA-FECHA TO WSV-AC-FECHA
               MOVE 0 TO WSV-AC-HORA
               MOVE REG-BJA-OPERADOR TO WSV-AC-OPERADOR
               IF REG-BJA-MOTIVO = 'PAS'
                   MOVE 'PASESAL' TO WSV-AC-PROGRAMA
               ELSE
                   MOVE 'ALUMANT' TO WSV-AC-PROGRAMA
               END-IF
               MOVE 'ALUMNOS.DAT' TO WSV-AC-ARCHIVO
               MOVE REG-BJA-NRO-ALUMNO TO WSV-AC-CLAVE
               MOVE 'BAJ' TO WSV-AC-ACCION
               STRING 'CURSO ' REG-BJA-CURSO
                   DELIMITED BY SIZE INTO WSV-AC-ANTES
               STRING 'MOTIVO ' REG-BJA-MOTIVO
                   DELIMITED BY SIZE INTO WSV-AC-DESPUES
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *SESIONES DE CAJA: LA APERTURA CON SU FECHA Y EL ESTADO ACTUAL
       20000-LEER-CAJA.
           OPEN INPUT CAJA
           IF NOT WSS-FS-CAJA-OK
               DISPLAY 'ERROR EN EL OPEN DE CAJA.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CAJA
           ELSE
               PERFORM 21000-TOMAR-SESION UNTIL WSS-FS-CAJA-EOF
               CLOSE CAJA
           END-IF.

       21000-TOMAR-SESION.
           READ CAJA
           IF WSS-FS-CAJA-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-CAJ-FECHA TO WSV-AC-FECHA
               MOVE 0 TO WSV-AC-HORA
               MOVE REG-CAJ-OPERADOR TO WSV-AC-OPERADOR
               MOVE 'EJES6021' TO WSV-AC-PROGRAMA
               MOVE 'CAJA.DAT' TO WSV-AC-ARCHIVO
               MOVE REG-CAJ-NRO-SESION TO WSV-AC-CLAVE
               MOVE 'APE' TO WSV-AC-ACCION
               IF WSS-CAJ-CERRADA
                   MOVE 'CERRADA' TO WSV-AC-DESPUES
               ELSE
                   MOVE 'ABIERTA' TO WSV-AC-DESPUES
               END-IF
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *INTENTOS RECHAZADOS POR EL PERMISO DEL ROL (RUTOPER)
       22000-LEER-DENEGACIONES.
           OPEN INPUT PERMISOS-LOG
           IF NOT WSS-FS-PERMLOG-OK
               DISPLAY 'ERROR EN EL OPEN DE PERMISOS-LOG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PERMLOG
           ELSE
               PERFORM 23000-TOMAR-DENEGACION UNTIL WSS-FS-PERMLOG-EOF
               CLOSE PERMISOS-LOG
           END-IF.

       23000-TOMAR-DENEGACION.
           READ PERMISOS-LOG
           IF WSS-FS-PERMLOG-OK
               MOVE SPACES TO WSV-ACTIVIDAD
               MOVE REG-PLG-FECHA TO WSV-AC-FECHA
               MOVE REG-PLG-HORA TO WSV-AC-HORA
               SET WSS-AC-CON-HORA TO TRUE
               MOVE REG-PLG-OPERADOR TO WSV-AC-OPERADOR
               MOVE REG-PLG-PROGRAMA TO WSV-AC-PROGRAMA
               MOVE 'PERMISOS' TO WSV-AC-ARCHIVO
               MOVE 'DEN' TO WSV-AC-ACCION
               STRING 'ROL ' REG-PLG-ROL ' ' REG-PLG-ACCION
                   DELIMITED BY SIZE INTO WSV-AC-ANTES
               MOVE 'DENEGADA' TO WSV-AC-DESPUES
               PERFORM 25000-AGREGAR-ACTIVIDAD
           END-IF.

      *FILTRA POR RANGO Y OPERADOR, MARCA DIA NO HABIL O FUERA DE
      *HORARIO Y AGREGA LA ACTIVIDAD A LA TABLA Y AL RESUMEN
       25000-AGREGAR-ACTIVIDAD.
           IF WSV-AC-FECHA >= WSV-FECHA-DESDE
                   AND WSV-AC-FECHA <= WSV-FECHA-HASTA
                   AND (WSV-OPERADOR-E = SPACES
                       OR WSV-OPERADOR-E = WSV-AC-OPERADOR)
               IF WSV-CONT-ACTIVIDADES >= WSC-MAX-ACTIVIDADES
                   ADD 1 TO WSV-CONT-DESCARTADAS
               ELSE
                   PERFORM 26000-MARCAR-HORARIO
                   ADD 1 TO WSV-CONT-ACTIVIDADES
                   SET IND-AC TO WSV-CONT-ACTIVIDADES
                   MOVE WSV-ACTIVIDAD TO WST-AC-ITEM(IND-AC)
                   PERFORM 27000-ACUMULAR-RESUMEN
               END-IF
           END-IF.

       26000-MARCAR-HORARIO.
           IF WSV-AC-FECHA NOT= WSV-FECHA-CONSULTADA
               MOVE WSV-AC-FECHA TO WSV-FECHA-CONSULTADA
               SET WSS-HABIL-ES TO TRUE
               MOVE WSV-AC-FECHA TO REG-HABIL-FECHA
               CALL WSC-RUTHABIL USING REGISTRO-HABIL
               IF WSS-HABIL-OK AND WSS-NO-ES-HABIL
                   MOVE 'N' TO WSV-ULTIMA-HABIL
               ELSE
                   MOVE 'S' TO WSV-ULTIMA-HABIL
               END-IF
           END-IF
           MOVE SPACE TO WSV-AC-MARCA
           IF NOT WSS-ULTIMA-HABIL
               SET WSS-AC-NO-HABIL TO TRUE
           ELSE
               IF WSS-AC-CON-HORA
                   AND (WSV-AC-HORA < WSC-HORA-DESDE
                       OR WSV-AC-HORA > WSC-HORA-HASTA)
                   SET WSS-AC-FUERA-HORA TO TRUE
               END-IF
           END-IF
           IF WSV-AC-MARCA NOT= SPACE
               ADD 1 TO WSV-TOT-MARCADAS
           END-IF.

       27000-ACUMULAR-RESUMEN.
           MOVE 'N' TO WSV-RESUMEN-HALLADO
           PERFORM VARYING IND-RE FROM 1 BY 1
                   UNTIL IND-RE > WSV-CONT-RESUMEN
                       OR WSS-RESUMEN-HALLADO
               IF WST-RE-OPERADOR(IND-RE) = WSV-AC-OPERADOR
                       AND WST-RE-PROGRAMA(IND-RE) = WSV-AC-PROGRAMA
                       AND WST-RE-ACCION(IND-RE) = WSV-AC-ACCION
                   SET WSS-RESUMEN-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-RESUMEN-HALLADO
               SET IND-RE DOWN BY 1
           ELSE
               IF WSV-CONT-RESUMEN >= WSC-MAX-RESUMEN
                   DISPLAY 'TABLA DE RESUMEN LLENA, LA ACCION NO SE '
                           'CUENTA EN EL RESUMEN'
               ELSE
                   ADD 1 TO WSV-CONT-RESUMEN
                   SET IND-RE TO WSV-CONT-RESUMEN
                   MOVE WSV-AC-OPERADOR TO WST-RE-OPERADOR(IND-RE)
                   MOVE WSV-AC-PROGRAMA TO WST-RE-PROGRAMA(IND-RE)
                   MOVE WSV-AC-ACCION TO WST-RE-ACCION(IND-RE)
                   MOVE 0 TO WST-RE-CANTIDAD(IND-RE)
                   MOVE 0 TO WST-RE-MARCADAS(IND-RE)
                   SET WSS-RESUMEN-HALLADO TO TRUE
               END-IF
           END-IF
           IF WSS-RESUMEN-HALLADO
               ADD 1 TO WST-RE-CANTIDAD(IND-RE)
               IF WSV-AC-MARCA NOT= SPACE
                   ADD 1 TO WST-RE-MARCADAS(IND-RE)
               END-IF
           END-IF.

      *ORDENA LA ACTIVIDAD POR FECHA Y HORA Y EL RESUMEN POR
      *OPERADOR, PROGRAMA Y ACCION
       30000-ORDENAR-ACTIVIDADES.
           IF WSV-CONT-ACTIVIDADES > 1
               MOVE WSV-CONT-ACTIVIDADES TO REG-SORT-CANT-ELEM
               MOVE LENGTH OF WST-AC-ITEM(1) TO REG-SORT-LONG-ELEM
               MOVE 1 TO REG-SORT-POS-CLAVE
               MOVE 14 TO REG-SORT-LONG-CLAVE
               SET WSS-SORT-ASCENDENTE TO TRUE
               CALL WSC-RUTSORT USING REGISTRO-SORT WST-ACTIVIDADES
               IF WSS-SORT-ERROR
                   DISPLAY 'ERROR AL ORDENAR LA ACTIVIDAD'
                   DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               END-IF
           END-IF
           IF WSV-CONT-RESUMEN > 1
               MOVE WSV-CONT-RESUMEN TO REG-SORT-CANT-ELEM
               MOVE LENGTH OF WST-RE-ITEM(1) TO REG-SORT-LONG-ELEM
               MOVE 1 TO REG-SORT-POS-CLAVE
               MOVE 14 TO REG-SORT-LONG-CLAVE
               SET WSS-SORT-ASCENDENTE TO TRUE
               CALL WSC-RUTSORT USING REGISTRO-SORT WST-RESUMEN
               IF WSS-SORT-ERROR
                   DISPLAY 'ERROR AL ORDENAR EL RESUMEN'
                   DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               END-IF
           END-IF.

      *LISTA CRONOLOGICA DE LA ACTIVIDAD
       35000-EMITIR-ACTIVIDAD.
           PERFORM 45000-ABRIR-LISTADO
           DISPLAY WSV-LINEA
           DISPLAY 'ACTIVIDAD POR OPERADOR DEL ' WSV-FECHA-DESDE
                   ' AL ' WSV-FECHA-HASTA
           DISPLAY 'FECHA    HORA  OPE PROGRAMA ARCHIVO      CLAVE '
                   '     ACC ANTES     >DESPUES'
           DISPLAY WSV-LINEA
           IF WSV-CONT-ACTIVIDADES = 0
               DISPLAY 'SIN ACTIVIDAD EN EL RANGO PEDIDO'
               MOVE 'SIN ACTIVIDAD EN EL RANGO PEDIDO' TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTIVIDADES
               PERFORM 36000-EMITIR-LINEA
           END-PERFORM
           IF WSV-CONT-DESCARTADAS > 0
               DISPLAY 'TABLA DE ACTIVIDAD LLENA, QUEDARON FUERA: '
                       WSV-CONT-DESCARTADAS ' (ACOTAR EL RANGO)'
               MOVE SPACES TO REG-LIST-LINEA
               STRING 'TABLA DE ACTIVIDAD LLENA, QUEDARON FUERA: '
                      WSV-CONT-DESCARTADAS ' (ACOTAR EL RANGO)'
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF.

      *UNA ACTIVIDAD; LA MARCADA LLEVA DEBAJO EL MOTIVO DE LA MARCA
       36000-EMITIR-LINEA.
           MOVE WST-AC-FECHA(IND-AC) TO WSV-LAC-FECHA-R
           IF WSS-TAC-CON-HORA(IND-AC)
               MOVE WST-AC-HORA(IND-AC)(1:2) TO WSV-HED-HH
               MOVE WST-AC-HORA(IND-AC)(3:2) TO WSV-HED-MM
               MOVE WSV-HORA-EDIT TO WSV-LAC-HORA-R
           ELSE
               MOVE '--:--' TO WSV-LAC-HORA-R
           END-IF
           MOVE WST-AC-OPERADOR(IND-AC) TO WSV-LAC-OPERADOR-R
           MOVE WST-AC-PROGRAMA(IND-AC) TO WSV-LAC-PROGRAMA-R
           MOVE WST-AC-ARCHIVO(IND-AC) TO WSV-LAC-ARCHIVO-R
           MOVE WST-AC-CLAVE(IND-AC) TO WSV-LAC-CLAVE-R
           MOVE WST-AC-ACCION(IND-AC) TO WSV-LAC-ACCION-R
           MOVE WST-AC-ANTES(IND-AC) TO WSV-LAC-ANTES-R
           MOVE WST-AC-DESPUES(IND-AC) TO WSV-LAC-DESPUES-R
           IF WST-AC-ANTES(IND-AC) = SPACES
                   AND WST-AC-DESPUES(IND-AC) = SPACES
               MOVE SPACE TO WSV-LAC-FLECHA-R
           ELSE
               MOVE '>' TO WSV-LAC-FLECHA-R
           END-IF
           DISPLAY WSV-LINEA-ACTIVIDAD
           MOVE WSV-LINEA-ACTIVIDAD TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE SPACES TO WSV-LMA-TEXTO-R
           EVALUATE TRUE
               WHEN WSS-TAC-NO-HABIL(IND-AC)
                   MOVE '** EN DIA NO HABIL **' TO WSV-LMA-TEXTO-R
               WHEN WSS-TAC-FUERA-HORA(IND-AC)
                   MOVE '** FUERA DEL HORARIO **' TO WSV-LMA-TEXTO-R
           END-EVALUATE
           IF WSV-LMA-TEXTO-R NOT= SPACES
               DISPLAY WSV-LINEA-MARCA
               MOVE WSV-LINEA-MARCA TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF.

      *CANTIDAD DE ACCIONES POR OPERADOR Y PROGRAMA, CON EL TOTAL DE
      *CADA OPERADOR
       40000-EMITIR-RESUMEN.
           DISPLAY WSV-LINEA
           DISPLAY 'RESUMEN DE ACCIONES POR OPERADOR Y PROGRAMA'
           DISPLAY WSV-LINEA
           SET WSS-LIST-SALTO TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           MOVE 'RESUMEN DE ACCIONES POR OPERADOR Y PROGRAMA'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE HIGH-VALUES TO WSV-OPERADOR-ANTERIOR
           MOVE 0 TO WSV-TOT-OPERADOR
           PERFORM VARYING IND-RE FROM 1 BY 1
                   UNTIL IND-RE > WSV-CONT-RESUMEN
               IF WST-RE-OPERADOR(IND-RE) NOT= WSV-OPERADOR-ANTERIOR
                   PERFORM 41000-EMITIR-TOTAL-OPERADOR
                   MOVE WST-RE-OPERADOR(IND-RE)
                       TO WSV-OPERADOR-ANTERIOR
               END-IF
               ADD WST-RE-CANTIDAD(IND-RE) TO WSV-TOT-OPERADOR
               MOVE WST-RE-OPERADOR(IND-RE) TO WSV-LRE-OPERADOR-R
               MOVE WST-RE-PROGRAMA(IND-RE) TO WSV-LRE-PROGRAMA-R
               MOVE WST-RE-ACCION(IND-RE) TO WSV-LRE-ACCION-R
               MOVE WST-RE-CANTIDAD(IND-RE) TO WSV-LRE-CANTIDAD-R
               MOVE WST-RE-MARCADAS(IND-RE) TO WSV-LRE-MARCADAS-R
               DISPLAY WSV-LINEA-RESUMEN
               MOVE WSV-LINEA-RESUMEN TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-PERFORM
           PERFORM 41000-EMITIR-TOTAL-OPERADOR
           MOVE WSV-CONT-ACTIVIDADES TO WSV-TOT-LISTADAS
           DISPLAY WSV-LINEA
           DISPLAY 'ACCIONES LISTADAS:      ' WSV-TOT-LISTADAS
           DISPLAY 'NO HABIL O FUERA HORA:  ' WSV-TOT-MARCADAS
           DISPLAY WSV-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'ACCIONES LISTADAS: ' WSV-TOT-LISTADAS
                  '  NO HABIL O FUERA DE HORARIO: ' WSV-TOT-MARCADAS
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'LISTADO PAGINADO GRABADO EN OPERACT.LIS'.

      *CIERRA EL OPERADOR ANTERIOR CON SU TOTAL DE ACCIONES
       41000-EMITIR-TOTAL-OPERADOR.
           IF WSV-OPERADOR-ANTERIOR NOT= HIGH-VALUES
               MOVE WSV-OPERADOR-ANTERIOR TO WSV-LTO-OPERADOR-R
               MOVE WSV-TOT-OPERADOR TO WSV-LTO-CANTIDAD-R
               DISPLAY WSV-LINEA-TOTAL-OPER
               MOVE WSV-LINEA-TOTAL-OPER TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LISTADO
           END-IF
           MOVE 0 TO WSV-TOT-OPERADOR.

      *ABRE OPERACT.LIS VIA RUTLIST CON EL RANGO PEDIDO Y EL
      *ENCABEZADO DE COLUMNAS
       45000-ABRIR-LISTADO.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'OPERACT.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           STRING WSV-FECHA-DESDE '-' WSV-FECHA-HASTA ' '
                  WSV-OPERADOR-E
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE SPACES TO REG-LIST-ENCABEZADO
           STRING 'FECHA    HORA  OPE PROGRAMA ARCHIVO      CLAVE '
                  '     ACC ANTES     >DESPUES'
               DELIMITED BY SIZE INTO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *MANDA LA MISMA LINEA DEL INFORME AL LISTADO PAGINADO
       46000-ESCRIBIR-LISTADO.
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
