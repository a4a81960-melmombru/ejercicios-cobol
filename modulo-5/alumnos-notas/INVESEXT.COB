      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Extraccion anonimizada para investigacion: arma
      *el archivo de formato fijo INVESTIG.DAT con un registro de
      *cabecera (tipo 1: fecha de generacion, anio informado y
      *tamanio minimo de grupo), un registro por alumno (tipo 2:
      *seudonimo, curso, region de la nacionalidad, porcentaje de
      *asistencia, resultado academico P/C/R y cantidad de sanciones
      *por tipo 1 a 9), sus notas del anio (tipo 3: seudonimo,
      *materia, mes, tipo y nota, de NOTANEW.DAT y NOTAHIST.DAT) y
      *un cierre (tipo 9) con los totales de control.
      *El seudonimo de cada legajo se guarda en PSEUDONIM.DAT, que
      *no viaja con la extraccion: el mismo alumno conserva el mismo
      *seudonimo en las extracciones de todos los anios. Los paises
      *de nacionalidades.dat se agrupan en regiones segun
      *REGIONES.PRM (sin region cargada el pais va a OTRAS), y los
      *grupos curso + region con menos alumnos que el minimo de
      *INVESEXT.PRM (5 si no existe) no salen en la extraccion.
      *Solo la corre un operador de direccion.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se controla el file status de cada WRITE y del CLOSE
      *   de PSEUDONIM.DAT y de la cabecera, el cierre y el CLOSE de
      *   INVESTIG.DAT; ante error se informa y termina el programa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. INVESEXT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PARAMETROS  ASSIGN TO DISK 'INVESEXT.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT OPTIONAL REGIONES    ASSIGN TO DISK 'REGIONES.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-REGIONES.

       SELECT OPTIONAL CLAVES      ASSIGN TO DISK 'PSEUDONIM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CLAVES.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL ESTADO-ACADEMICO
                                   ASSIGN TO DISK
                                   'ESTADO-ACADEMICO.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ESTADO.

       SELECT OPTIONAL ASISTENCIA  ASSIGN TO DISK 'ASISTENCIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASISTENCIA.

       SELECT OPTIONAL SANCIONES   ASSIGN TO DISK 'SANCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SANCIONES.

       SELECT OPTIONAL ENTRADA-NOTAS
                                   ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.

       SELECT OPTIONAL HISTORICO   ASSIGN TO DISK 'NOTAHIST.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HISTORICO.

       SELECT EXTRACCION           ASSIGN TO DISK 'INVESTIG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EXTRACCION.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

      *TAMANIO MINIMO DE GRUPO (CURSO + REGION) PARA SALIR
       FD PARAMETROS.
       01 REG-PARAMETRO.
           05 REG-PRM-MINIMO                   PIC 9(03).

      *AGRUPACION DE LOS PAISES DE nacionalidades.dat EN REGIONES
       FD REGIONES.
       01 REG-REGION.
           05 REG-REG-NRO-PAIS                 PIC 9(03).
           05 REG-REG-REGION                   PIC X(15).

      *CLAVE DE SEUDONIMOS: UN REGISTRO POR LEGAJO Y UN CIERRE CON LA
      *MARCA FIN, LA CANTIDAD Y LA SEMILLA DEL GENERADOR
       FD CLAVES.
       01 REG-CLAVE.
           05 REG-CLA-NRO-ALUMNO               PIC 9(04).
           05 REG-CLA-SEUDONIMO                PIC X(08).
           05 REG-CLA-FECHA-ALTA               PIC 9(08).
       01 REG-CLAVE-CIERRE.
           05 REG-CLC-MARCA                    PIC X(03).
           05 REG-CLC-CANTIDAD                 PIC 9(05).
           05 REG-CLC-SEMILLA                  PIC 9(10).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD ESTADO-ACADEMICO.
       01 REG-ESTADO.
           05 REG-EST-NRO-ALUMNO               PIC 9(04).
           05 REG-EST-NOMBRE                   PIC X(23).
           05 REG-EST-ANIO                     PIC 9(04).
           05 REG-EST-PROMEDIO                 PIC 9(02)V9(02).
           05 REG-EST-RECURSADAS               PIC 9(02).
           05 REG-EST-ESTADO                   PIC X(01).
           05 REG-EST-ESTADO-ORIG              PIC X(01).

       FD ASISTENCIA.
       01 REG-ASISTENCIA.
           05 REG-ASI-NRO-ALUMNO               PIC 9(04).
           05 REG-ASI-DIA                      PIC 9(02).
           05 REG-ASI-MES                      PIC 9(02).
           05 REG-ASI-ANIO                     PIC 9(04).
           05 REG-ASI-ESTADO                   PIC X(01).
               88 WSS-ASI-PRESENTE                     VALUE 'P'.
               88 WSS-ASI-AUSENTE                      VALUE 'A'.
               88 WSS-ASI-TARDE                        VALUE 'T'.
           05 REG-ASI-JUSTIFICADA              PIC X(01).
           05 REG-ASI-MOTIVO-JUST              PIC X(15).

       FD SANCIONES.
       01 REG-SANCION.
           05 REG-SAN-NRO-ALUMNO               PIC 9(04).
           05 REG-SAN-FECHA                    PIC 9(08).
           05 REG-SAN-TIPO                     PIC 9(01).
           05 REG-SAN-DESCRIP                  PIC X(30).

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO               PIC 9(04).
           05 REG-NOT-NRO-MATERIA              PIC 9(02).
           05 REG-NOT-ANIO                     PIC 9(04).
           05 REG-NOT-MES                      PIC 9(02).
           05 REG-NOT-NOTA                     PIC 9(02).
           05 REG-NOT-TIPO                     PIC X(01).

       FD HISTORICO.
       01 REG-HISTORICO.
           05 REG-HIS-NRO-ALUMNO               PIC 9(04).
           05 REG-HIS-NRO-MATERIA              PIC 9(02).
           05 REG-HIS-ANIO                     PIC 9(04).
           05 REG-HIS-MES                      PIC 9(02).
           05 REG-HIS-NOTA                     PIC 9(02).
           05 REG-HIS-TIPO                     PIC X(01).

       FD EXTRACCION.
       01 REG-EXTRACCION                       PIC X(60).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00' '05'.
           88 WSS-FS-PARAMETROS-EOF                    VALUE '10'.

       01 WSS-FS-REGIONES                      PIC X(02).
           88 WSS-FS-REGIONES-OK                       VALUE '00' '05'.
           88 WSS-FS-REGIONES-EOF                      VALUE '10'.

       01 WSS-FS-CLAVES                        PIC X(02).
           88 WSS-FS-CLAVES-OK                         VALUE '00' '05'.
           88 WSS-FS-CLAVES-EOF                        VALUE '10'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-ESTADO                        PIC X(02).
           88 WSS-FS-ESTADO-OK                         VALUE '00' '05'.
           88 WSS-FS-ESTADO-EOF                        VALUE '10'.

       01 WSS-FS-ASISTENCIA                    PIC X(02).
           88 WSS-FS-ASISTENCIA-OK                     VALUE '00' '05'.
           88 WSS-FS-ASISTENCIA-EOF                    VALUE '10'.

       01 WSS-FS-SANCIONES                     PIC X(02).
           88 WSS-FS-SANCIONES-OK                      VALUE '00' '05'.
           88 WSS-FS-SANCIONES-EOF                     VALUE '10'.

       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00' '05'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.

       01 WSS-FS-HISTORICO                     PIC X(02).
           88 WSS-FS-HISTORICO-OK                      VALUE '00' '05'.
           88 WSS-FS-HISTORICO-EOF                     VALUE '10'.

       01 WSS-FS-EXTRACCION                    PIC X(02).
           88 WSS-FS-EXTRACCION-OK                     VALUE '00' '05'.

       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-HORA                             PIC 9(08).
       01 WSV-OPERADOR                         PIC X(03).

       01 WSC-MINIMO-DEFECTO                   PIC 9(03) VALUE 5.
       01 WSV-MINIMO                           PIC 9(03).

      *REGIONES POR NRO DE PAIS
       01 WSC-MAX-REGIONES                     PIC 9(03) VALUE 300.
       01 WSV-CONT-REGIONES                    PIC S9(4) COMP VALUE 0.
       01 WST-REGIONES.
           05 WST-REGION          OCCURS 300 TIMES INDEXED BY IND-RE.
               10 WST-RE-NRO-PAIS              PIC 9(03).
               10 WST-RE-REGION                PIC X(15).
       01 WSV-HAY-PAISES                       PIC X(01) VALUE 'S'.
           88 WSS-HAY-PAISES                           VALUE 'S'.

      *CLAVE DE SEUDONIMOS (LEGAJO -> SEUDONIMO)
       01 WSC-MAX-CLAVES                       PIC 9(04) VALUE 5000.
       01 WSV-CONT-CLAVES                      PIC S9(4) COMP VALUE 0.
       01 WSV-CLAVES-NUEVAS                    PIC 9(05) VALUE 0.
       01 WST-CLAVES.
           05 WST-CLAVE           OCCURS 5000 TIMES INDEXED BY IND-CL.
               10 WST-CL-NRO-ALUMNO            PIC 9(04).
               10 WST-CL-SEUDONIMO             PIC X(08).
               10 WST-CL-FECHA-ALTA            PIC 9(08).
       01 WSV-CIERRE-CLAVES                    PIC X(01) VALUE 'N'.
           88 WSS-CIERRE-CLAVES                        VALUE 'S'.

      *GENERADOR DE SEUDONIMOS (CONGRUENCIAL MULTIPLICATIVO,
      *X = X * 16807 MOD 2147483647)
       01 WSC-MULTIPLICADOR                    PIC 9(05) VALUE 16807.
       01 WSC-MODULO                           PIC 9(10)
                                                   VALUE 2147483647.
       01 WSV-SEMILLA                          PIC 9(10) VALUE 0.
       01 WSV-PRODUCTO                         PIC 9(15).
       01 WSV-COCIENTE                         PIC 9(15).
       01 WSV-SEUDONIMO.
           05 FILLER                           PIC X(01) VALUE 'P'.
           05 WSV-SEU-NUMERO                   PIC 9(07).
       01 WSV-SEUDONIMO-LIBRE                  PIC X(01).
           88 WSS-SEUDONIMO-LIBRE                      VALUE 'S'.

      *ALUMNOS DEL ANIO CON SUS DATOS
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 200 TIMES INDEXED BY IND-AL
                                                          IND-AL2.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-CURSO                 PIC X(02).
               10 WST-AL-REGION                PIC X(15).
               10 WST-AL-RESULTADO             PIC X(01).
               10 WST-AL-PRESENTES             PIC 9(04).
               10 WST-AL-TOTAL-DIAS            PIC 9(04).
               10 WST-AL-SANCIONES             PIC 9(02) OCCURS 9.
               10 WST-AL-CANT-NOTAS            PIC 9(03).
               10 WST-AL-CON-DATOS             PIC X(01).
                   88 WSS-AL-CON-DATOS                 VALUE 'S'.
               10 WST-AL-SUPRIMIDO             PIC X(01).
                   88 WSS-AL-SUPRIMIDO                 VALUE 'S'.
               10 WST-AL-SEUDONIMO             PIC X(08).

      *NOTAS DEL ANIO (DE NOTANEW.DAT Y NOTAHIST.DAT)
       01 WSC-MAX-NOTAS                        PIC 9(04) VALUE 6000.
       01 WSV-CONT-NOTAS                       PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS.
           05 WST-NOTA            OCCURS 6000 TIMES INDEXED BY IND-NO.
               10 WST-NO-ALUMNO                PIC 9(03).
               10 WST-NO-NRO-MATERIA           PIC 9(02).
               10 WST-NO-MES                   PIC 9(02).
               10 WST-NO-TIPO                  PIC X(01).
               10 WST-NO-NOTA                  PIC 9(02).
       01 WSV-NOTA-ALUMNO                      PIC 9(03).
       01 WSV-NOTA-MATERIA                     PIC 9(02).
       01 WSV-NOTA-MES                         PIC 9(02).
       01 WSV-NOTA-TIPO                        PIC X(01).
       01 WSV-NOTA-NOTA                        PIC 9(02).

       01 WSV-NRO-BUSCADO                      PIC 9(04).
       01 WSV-ENCONTRADO                       PIC X(01).
           88 WSS-ENCONTRADO                           VALUE 'S'.
       01 WSV-TAM-GRUPO                        PIC 9(04).
       01 WSV-IND-SAN                          PIC 9(02).
       01 WSV-PORC-ASISTENCIA                  PIC 9(03).
       01 WSV-CONT-DETALLES                    PIC 9(06) VALUE 0.
       01 WSV-CONT-NOTAS-GRAB                  PIC 9(06) VALUE 0.
       01 WSV-CONT-SUPRIMIDOS                  PIC 9(06) VALUE 0.
       01 WSV-CONT-NOTAS-SUPR                  PIC 9(06) VALUE 0.

      *REGISTROS DEL FORMATO DE INVESTIGACION
       01 WSV-CABECERA.
           05 FILLER                           PIC X(01) VALUE '1'.
           05 WSV-CAB-FECHA                    PIC 9(08).
           05 WSV-CAB-ANIO                     PIC 9(04).
           05 WSV-CAB-MINIMO                   PIC 9(03).
           05 FILLER                           PIC X(44) VALUE SPACES.
       01 WSV-DETALLE.
           05 FILLER                           PIC X(01) VALUE '2'.
           05 WSV-DET-SEUDONIMO                PIC X(08).
           05 WSV-DET-CURSO                    PIC X(02).
           05 WSV-DET-REGION                   PIC X(15).
           05 WSV-DET-ASISTENCIA               PIC 9(03).
           05 WSV-DET-RESULTADO                PIC X(01).
           05 WSV-DET-SANCIONES                PIC 9(02) OCCURS 9.
           05 WSV-DET-CANT-NOTAS               PIC 9(03).
           05 FILLER                           PIC X(09) VALUE SPACES.
       01 WSV-DET-NOTA.
           05 FILLER                           PIC X(01) VALUE '3'.
           05 WSV-DNO-SEUDONIMO                PIC X(08).
           05 WSV-DNO-NRO-MATERIA              PIC 9(02).
           05 WSV-DNO-MES                      PIC 9(02).
           05 WSV-DNO-TIPO                     PIC X(01).
           05 WSV-DNO-NOTA                     PIC 9(02).
           05 FILLER                           PIC X(44) VALUE SPACES.
       01 WSV-CIERRE.
           05 FILLER                           PIC X(01) VALUE '9'.
           05 WSV-CIE-ALUMNOS                  PIC 9(06).
           05 WSV-CIE-NOTAS                    PIC 9(06).
           05 WSV-CIE-SUPRIMIDOS               PIC 9(06).
           05 WSV-CIE-NOTAS-SUPR               PIC 9(06).
           05 FILLER                           PIC X(35) VALUE SPACES.

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.

       01  WSC-RUTPAIS                         PIC X(07)
                                                       VALUE "RUTPAIS".
       COPY REG-PAIS.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           DISPLAY 'INGRESE ANIO A INFORMAR (AAAA): '
           ACCEPT WSV-ANIO-E
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-LEER-PARAMETROS
           PERFORM 06000-CARGAR-REGIONES
           PERFORM 08000-CARGAR-CLAVES
           PERFORM 10000-CARGAR-ALUMNOS
           PERFORM 20000-CRUZAR-ESTADOS
           PERFORM 30000-ACUMULAR-ASISTENCIA
           PERFORM 32000-CONTAR-SANCIONES
           PERFORM 34000-CARGAR-NOTAS
           PERFORM 36000-SUPRIMIR-GRUPOS
           PERFORM 38000-ASIGNAR-SEUDONIMOS
           PERFORM 39000-GRABAR-CLAVES
           PERFORM 40000-GRABAR-EXTRACCION
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *IDENTIFICA AL OPERADOR VIA RUTOPER; LA EXTRACCION LLEVA DATOS
      *DE TODOS LOS ALUMNOS Y ACTUALIZA LA CLAVE DE SEUDONIMOS, ASI
      *QUE SOLO LA CORRE UN OPERADOR DE DIRECCION
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'INVESEXT' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF WSS-OPER-OK
                   MOVE REG-OPER-CODIGO-E TO WSV-OPERADOR
                   DISPLAY 'OPERADOR: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'OPERADOR INVALIDO: ' WSV-ST-TEXTO-OPER
                   IF WSV-ST-TEXTO-OPER(1:3) = 'SIN'
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WSS-OPER-DIRECCION
               DISPLAY 'LA EXTRACCION PARA INVESTIGACION LA CORRE '
                       'UN OPERADOR DE DIRECCION'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *TAMANIO MINIMO DE GRUPO; SIN INVESEXT.PRM VALE EL MINIMO POR
      *DEFECTO
       05000-LEER-PARAMETROS.
           MOVE WSC-MINIMO-DEFECTO TO WSV-MINIMO
           OPEN INPUT PARAMETROS
           IF WSS-FS-PARAMETROS = '00'
               READ PARAMETROS
               IF WSS-FS-PARAMETROS-OK AND REG-PRM-MINIMO NUMERIC
                       AND REG-PRM-MINIMO > 0
                   MOVE REG-PRM-MINIMO TO WSV-MINIMO
               END-IF
           END-IF
           CLOSE PARAMETROS
           DISPLAY 'TAMANIO MINIMO DE GRUPO: ' WSV-MINIMO.

      *CARGA LA AGRUPACION EN REGIONES Y LA TABLA DE PAISES (VIA
      *RUTPAIS) PARA VALIDAR LA NACIONALIDAD DE CADA ALUMNO
       06000-CARGAR-REGIONES.
           OPEN INPUT REGIONES
           IF WSS-FS-REGIONES = '05'
               DISPLAY 'REGIONES.PRM NO EXISTE, TODOS LOS PAISES '
                       'VAN A OTRAS'
           ELSE
               PERFORM 06100-LEER-Y-CARGAR-REGION
                   UNTIL WSS-FS-REGIONES-EOF
           END-IF
           CLOSE REGIONES
           MOVE "A" TO WSS-OPCION-PAIS
           CALL WSC-RUTPAIS USING REGISTRO-PAIS
           IF NOT WSS-PAIS-OK
               DISPLAY 'PAISES NO DISPONIBLES (' WSV-ST-TEXTO-PAIS
                       '), LA REGION SALE SIN DATO'
               MOVE 'N' TO WSV-HAY-PAISES
           END-IF.

       06100-LEER-Y-CARGAR-REGION.
           READ REGIONES
           IF WSS-FS-REGIONES-OK AND REG-REG-NRO-PAIS NUMERIC
               IF WSV-CONT-REGIONES >= WSC-MAX-REGIONES
                   DISPLAY 'TABLA DE REGIONES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-REGIONES
               ELSE
                   ADD 1 TO WSV-CONT-REGIONES
                   SET IND-RE TO WSV-CONT-REGIONES
                   MOVE REG-REG-NRO-PAIS TO WST-RE-NRO-PAIS(IND-RE)
                   MOVE REG-REG-REGION TO WST-RE-REGION(IND-RE)
               END-IF
           END-IF.

      *CARGA LA CLAVE DE SEUDONIMOS COMPLETA; UNA CLAVE SIN CIERRE O
      *CON UNA CANTIDAD QUE NO COINCIDE DETIENE EL PROCESO, PARA NO
      *REASIGNAR SEUDONIMOS SOBRE UN ARCHIVO TRUNCADO
       08000-CARGAR-CLAVES.
           OPEN INPUT CLAVES
           IF WSS-FS-CLAVES = '05'
               DISPLAY 'PSEUDONIM.DAT NO EXISTE, SE INICIA LA CLAVE '
                       'DE SEUDONIMOS'
               CLOSE CLAVES
               ACCEPT WSV-HORA FROM TIME
               COMPUTE WSV-SEMILLA = WSV-HORA + 1
           ELSE
               IF NOT WSS-FS-CLAVES-OK
                   DISPLAY 'ERROR EN EL OPEN DE PSEUDONIM.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-CLAVES
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               PERFORM 08100-LEER-Y-CARGAR-CLAVE
                   UNTIL WSS-FS-CLAVES-EOF
               CLOSE CLAVES
               IF NOT WSS-CIERRE-CLAVES
                   DISPLAY 'PSEUDONIM.DAT SIN REGISTRO DE CIERRE O '
                           'CON CANTIDAD INCORRECTA, SE CANCELA'
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
           END-IF.

       08100-LEER-Y-CARGAR-CLAVE.
           READ CLAVES
           IF WSS-FS-CLAVES-OK AND REG-CLC-MARCA = 'FIN'
               IF REG-CLC-CANTIDAD = WSV-CONT-CLAVES
                       AND REG-CLC-SEMILLA > 0
                   MOVE 'S' TO WSV-CIERRE-CLAVES
                   MOVE REG-CLC-SEMILLA TO WSV-SEMILLA
               END-IF
           ELSE
           IF WSS-FS-CLAVES-OK
               IF WSV-CONT-CLAVES >= WSC-MAX-CLAVES
                   DISPLAY 'TABLA DE SEUDONIMOS LLENA'
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CLAVES
               SET IND-CL TO WSV-CONT-CLAVES
               MOVE REG-CLA-NRO-ALUMNO TO WST-CL-NRO-ALUMNO(IND-CL)
               MOVE REG-CLA-SEUDONIMO TO WST-CL-SEUDONIMO(IND-CL)
               MOVE REG-CLA-FECHA-ALTA TO WST-CL-FECHA-ALTA(IND-CL)
           END-IF
           END-IF.

       10000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-ALUMNO
               UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS.

       11000-LEER-Y-CARGAR-ALUMNO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK
               IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                   DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
               ELSE
                   ADD 1 TO WSV-CONT-ALUMNOS
                   SET IND-AL TO WSV-CONT-ALUMNOS
                   INITIALIZE WST-ALUMNO(IND-AL)
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND-AL)
                   PERFORM 12000-BUSCAR-REGION
               END-IF
           END-IF
           END-IF.

      *REGION DE LA NACIONALIDAD: PAIS INEXISTENTE EN
      *nacionalidades.dat = SIN DATO, PAIS SIN REGION = OTRAS
       12000-BUSCAR-REGION.
           MOVE 'SIN DATO' TO WST-AL-REGION(IND-AL)
           IF WSS-HAY-PAISES
               MOVE "B" TO WSS-OPCION-PAIS
               MOVE REG-ALU-NRO-PAIS TO REG-NRO-PAIS-E
               CALL WSC-RUTPAIS USING REGISTRO-PAIS
               IF WSS-PAIS-OK
                   MOVE 'OTRAS' TO WST-AL-REGION(IND-AL)
                   PERFORM VARYING IND-RE FROM 1 BY 1
                           UNTIL IND-RE > WSV-CONT-REGIONES
                       IF WST-RE-NRO-PAIS(IND-RE) = REG-ALU-NRO-PAIS
                           MOVE WST-RE-REGION(IND-RE)
                               TO WST-AL-REGION(IND-AL)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *BUSCA EN LA TABLA EL LEGAJO DE WSV-NRO-BUSCADO
       15000-BUSCAR-ALUMNO.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS OR WSS-ENCONTRADO
               IF WST-AL-NRO(IND-AL) = WSV-NRO-BUSCADO
                   MOVE 'S' TO WSV-ENCONTRADO
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-AL DOWN BY 1
           END-IF.

      *RESULTADO ACADEMICO DEL ANIO SEGUN ESTADO-ACADEMICO.DAT
       20000-CRUZAR-ESTADOS.
           OPEN INPUT ESTADO-ACADEMICO
           IF WSS-FS-ESTADO = '05'
               DISPLAY 'ESTADO-ACADEMICO.DAT NO EXISTE, EL '
                       'RESULTADO ACADEMICO SALE EN BLANCO'
           ELSE
               PERFORM 21000-LEER-Y-CRUZAR UNTIL WSS-FS-ESTADO-EOF
           END-IF
           CLOSE ESTADO-ACADEMICO.

       21000-LEER-Y-CRUZAR.
           READ ESTADO-ACADEMICO
           IF WSS-FS-ESTADO-OK
               IF REG-EST-ANIO = WSV-ANIO-E
                   MOVE REG-EST-NRO-ALUMNO TO WSV-NRO-BUSCADO
                   PERFORM 15000-BUSCAR-ALUMNO
                   IF WSS-ENCONTRADO
                       MOVE REG-EST-ESTADO TO WST-AL-RESULTADO(IND-AL)
                       MOVE 'S' TO WST-AL-CON-DATOS(IND-AL)
                   END-IF
               END-IF
           END-IF.

      *ACUMULA LA ASISTENCIA DEL ANIO POR ALUMNO (P Y T CUENTAN
      *COMO ASISTENCIA)
       30000-ACUMULAR-ASISTENCIA.
           OPEN INPUT ASISTENCIA
           IF WSS-FS-ASISTENCIA = '05'
               DISPLAY 'ASISTENCIA.DAT NO EXISTE, EL PORCENTAJE '
                       'SALE EN CERO'
           ELSE
               PERFORM 31000-LEER-Y-ACUMULAR
                   UNTIL WSS-FS-ASISTENCIA-EOF
           END-IF
           CLOSE ASISTENCIA.

       31000-LEER-Y-ACUMULAR.
           READ ASISTENCIA
           IF WSS-FS-ASISTENCIA-OK
               IF REG-ASI-ANIO = WSV-ANIO-E
                   MOVE REG-ASI-NRO-ALUMNO TO WSV-NRO-BUSCADO
                   PERFORM 15000-BUSCAR-ALUMNO
                   IF WSS-ENCONTRADO
                       ADD 1 TO WST-AL-TOTAL-DIAS(IND-AL)
                       IF WSS-ASI-PRESENTE OR WSS-ASI-TARDE
                           ADD 1 TO WST-AL-PRESENTES(IND-AL)
                       END-IF
                       MOVE 'S' TO WST-AL-CON-DATOS(IND-AL)
                   END-IF
               END-IF
           END-IF.

      *CANTIDAD DE SANCIONES DEL ANIO POR TIPO (1 A 9)
       32000-CONTAR-SANCIONES.
           OPEN INPUT SANCIONES
           IF WSS-FS-SANCIONES = '05'
               DISPLAY 'SANCIONES.DAT NO EXISTE, LAS SANCIONES '
                       'SALEN EN CERO'
           ELSE
               PERFORM 33000-LEER-Y-CONTAR
                   UNTIL WSS-FS-SANCIONES-EOF
           END-IF
           CLOSE SANCIONES.

       33000-LEER-Y-CONTAR.
           READ SANCIONES
           IF WSS-FS-SANCIONES-OK
               IF REG-SAN-FECHA(1:4) = WSV-ANIO-E
                       AND REG-SAN-TIPO >= 1
                   MOVE REG-SAN-NRO-ALUMNO TO WSV-NRO-BUSCADO
                   PERFORM 15000-BUSCAR-ALUMNO
                   IF WSS-ENCONTRADO
                       MOVE REG-SAN-TIPO TO WSV-IND-SAN
                       IF WST-AL-SANCIONES(IND-AL WSV-IND-SAN) < 99
                           ADD 1 TO WST-AL-SANCIONES(IND-AL WSV-IND-SAN)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *CARGA LAS NOTAS DEL ANIO DE NOTANEW.DAT Y DE NOTAHIST.DAT
      *(LOS ANIOS YA CERRADOS POR NOTACIER), SALTEANDO LOS TRAILERS
       34000-CARGAR-NOTAS.
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE NOTANEW.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 34100-LEER-NOTA-NUEVA UNTIL WSS-FS-NOTAS-EOF
           CLOSE ENTRADA-NOTAS
           OPEN INPUT HISTORICO
           IF NOT WSS-FS-HISTORICO-OK
               DISPLAY 'ERROR EN EL OPEN DE NOTAHIST.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HISTORICO
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 34200-LEER-NOTA-HISTORICA
               UNTIL WSS-FS-HISTORICO-EOF
           CLOSE HISTORICO.

       34100-LEER-NOTA-NUEVA.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-NOTAS-OK AND REG-NOT-ANIO = WSV-ANIO-E
               MOVE REG-NOT-NRO-ALUMNO TO WSV-NRO-BUSCADO
               MOVE REG-NOT-NRO-MATERIA TO WSV-NOTA-MATERIA
               MOVE REG-NOT-MES TO WSV-NOTA-MES
               MOVE REG-NOT-TIPO TO WSV-NOTA-TIPO
               MOVE REG-NOT-NOTA TO WSV-NOTA-NOTA
               PERFORM 35000-AGREGAR-NOTA
           END-IF
           END-IF.

       34200-LEER-NOTA-HISTORICA.
           READ HISTORICO
           IF WSS-FS-HISTORICO-OK AND REG-HISTORICO(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-HISTORICO-OK AND REG-HIS-ANIO = WSV-ANIO-E
               MOVE REG-HIS-NRO-ALUMNO TO WSV-NRO-BUSCADO
               MOVE REG-HIS-NRO-MATERIA TO WSV-NOTA-MATERIA
               MOVE REG-HIS-MES TO WSV-NOTA-MES
               MOVE REG-HIS-TIPO TO WSV-NOTA-TIPO
               MOVE REG-HIS-NOTA TO WSV-NOTA-NOTA
               PERFORM 35000-AGREGAR-NOTA
           END-IF
           END-IF.

       35000-AGREGAR-NOTA.
           PERFORM 15000-BUSCAR-ALUMNO
           IF WSS-ENCONTRADO
               IF WSV-CONT-NOTAS >= WSC-MAX-NOTAS
                   DISPLAY 'TABLA DE NOTAS LLENA, SE IGNORAN '
                           'LAS NOTAS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-NOTAS
                   MOVE HIGH-VALUE TO WSS-FS-HISTORICO
               ELSE
                   ADD 1 TO WSV-CONT-NOTAS
                   SET IND-NO TO WSV-CONT-NOTAS
                   SET WSV-NOTA-ALUMNO TO IND-AL
                   MOVE WSV-NOTA-ALUMNO TO WST-NO-ALUMNO(IND-NO)
                   MOVE WSV-NOTA-MATERIA TO WST-NO-NRO-MATERIA(IND-NO)
                   MOVE WSV-NOTA-MES TO WST-NO-MES(IND-NO)
                   MOVE WSV-NOTA-TIPO TO WST-NO-TIPO(IND-NO)
                   MOVE WSV-NOTA-NOTA TO WST-NO-NOTA(IND-NO)
                   ADD 1 TO WST-AL-CANT-NOTAS(IND-AL)
                   MOVE 'S' TO WST-AL-CON-DATOS(IND-AL)
               END-IF
           END-IF.

      *SOLO ENTRAN LOS ALUMNOS CON ALGUN DATO DEL ANIO; DE ELLOS SE
      *SUPRIMEN LOS DE LOS GRUPOS CURSO + REGION MAS CHICOS QUE EL
      *MINIMO
       36000-SUPRIMIR-GRUPOS.
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WSS-AL-CON-DATOS(IND-AL)
                   MOVE 0 TO WSV-TAM-GRUPO
                   PERFORM VARYING IND-AL2 FROM 1 BY 1
                           UNTIL IND-AL2 > WSV-CONT-ALUMNOS
                       IF WSS-AL-CON-DATOS(IND-AL2)
                           AND WST-AL-CURSO(IND-AL2) =
                               WST-AL-CURSO(IND-AL)
                           AND WST-AL-REGION(IND-AL2) =
                               WST-AL-REGION(IND-AL)
                           ADD 1 TO WSV-TAM-GRUPO
                       END-IF
                   END-PERFORM
                   IF WSV-TAM-GRUPO < WSV-MINIMO
                       MOVE 'S' TO WST-AL-SUPRIMIDO(IND-AL)
                       ADD 1 TO WSV-CONT-SUPRIMIDOS
                       ADD WST-AL-CANT-NOTAS(IND-AL)
                           TO WSV-CONT-NOTAS-SUPR
                   END-IF
               END-IF
           END-PERFORM.

      *SEUDONIMO DE CADA ALUMNO QUE SALE: EL DE LA CLAVE SI YA LO
      *TIENE, SI NO UNO NUEVO QUE SE AGREGA A LA CLAVE
       38000-ASIGNAR-SEUDONIMOS.
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WSS-AL-CON-DATOS(IND-AL)
                       AND NOT WSS-AL-SUPRIMIDO(IND-AL)
                   PERFORM 38100-BUSCAR-EN-CLAVE
                   IF WSS-ENCONTRADO
                       MOVE WST-CL-SEUDONIMO(IND-CL)
                           TO WST-AL-SEUDONIMO(IND-AL)
                   ELSE
                       PERFORM 38200-NUEVO-SEUDONIMO
                   END-IF
               END-IF
           END-PERFORM.

       38100-BUSCAR-EN-CLAVE.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > WSV-CONT-CLAVES OR WSS-ENCONTRADO
               IF WST-CL-NRO-ALUMNO(IND-CL) = WST-AL-NRO(IND-AL)
                   MOVE 'S' TO WSV-ENCONTRADO
               END-IF
           END-PERFORM
           IF WSS-ENCONTRADO
               SET IND-CL DOWN BY 1
           END-IF.

       38200-NUEVO-SEUDONIMO.
           IF WSV-CONT-CLAVES >= WSC-MAX-CLAVES
               DISPLAY 'TABLA DE SEUDONIMOS LLENA, SE CANCELA'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE 'N' TO WSV-SEUDONIMO-LIBRE
           PERFORM 38300-GENERAR-SEUDONIMO
               UNTIL WSS-SEUDONIMO-LIBRE
           ADD 1 TO WSV-CONT-CLAVES
           ADD 1 TO WSV-CLAVES-NUEVAS
           SET IND-CL TO WSV-CONT-CLAVES
           MOVE WST-AL-NRO(IND-AL) TO WST-CL-NRO-ALUMNO(IND-CL)
           MOVE WSV-SEUDONIMO TO WST-CL-SEUDONIMO(IND-CL)
           MOVE WSV-FECHA-HOY TO WST-CL-FECHA-ALTA(IND-CL)
           MOVE WSV-SEUDONIMO TO WST-AL-SEUDONIMO(IND-AL).

      *AVANZA EL GENERADOR Y DESCARTA LOS SEUDONIMOS YA USADOS
       38300-GENERAR-SEUDONIMO.
           COMPUTE WSV-PRODUCTO = WSV-SEMILLA * WSC-MULTIPLICADOR
           DIVIDE WSV-PRODUCTO BY WSC-MODULO GIVING WSV-COCIENTE
               REMAINDER WSV-SEMILLA
           DIVIDE WSV-SEMILLA BY 10000000 GIVING WSV-COCIENTE
               REMAINDER WSV-SEU-NUMERO
           MOVE 'S' TO WSV-SEUDONIMO-LIBRE
           PERFORM VARYING IND-CL FROM 1 BY 1
                   UNTIL IND-CL > WSV-CONT-CLAVES
               IF WST-CL-SEUDONIMO(IND-CL) = WSV-SEUDONIMO
                   MOVE 'N' TO WSV-SEUDONIMO-LIBRE
               END-IF
           END-PERFORM.

      *REGRABA LA CLAVE DE SEUDONIMOS SI SE AGREGARON LEGAJOS, CON
      *EL CIERRE QUE GUARDA LA CANTIDAD Y LA SEMILLA DEL GENERADOR;
      *SE GRABA ANTES QUE LA EXTRACCION PARA QUE NINGUN SEUDONIMO
      *SALGA SIN QUEDAR EN LA CLAVE
       39000-GRABAR-CLAVES.
           IF WSV-CLAVES-NUEVAS > 0
               OPEN OUTPUT CLAVES
               IF NOT WSS-FS-CLAVES-OK
                   DISPLAY 'ERROR EN EL OPEN DE PSEUDONIM.DAT, LOS '
                           'SEUDONIMOS NUEVOS NO QUEDAN GUARDADOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-CLAVES
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               PERFORM VARYING IND-CL FROM 1 BY 1
                       UNTIL IND-CL > WSV-CONT-CLAVES
                   MOVE WST-CL-NRO-ALUMNO(IND-CL) TO REG-CLA-NRO-ALUMNO
                   MOVE WST-CL-SEUDONIMO(IND-CL) TO REG-CLA-SEUDONIMO
                   MOVE WST-CL-FECHA-ALTA(IND-CL) TO REG-CLA-FECHA-ALTA
                   WRITE REG-CLAVE
                   IF NOT WSS-FS-CLAVES-OK
                       DISPLAY 'ERROR EN EL WRITE DE PSEUDONIM.DAT, '
                               'LOS SEUDONIMOS NUEVOS NO QUEDAN '
                               'GUARDADOS'
                       DISPLAY 'FILE STATUS ' WSS-FS-CLAVES
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-PERFORM
               MOVE 'FIN' TO REG-CLC-MARCA
               MOVE WSV-CONT-CLAVES TO REG-CLC-CANTIDAD
               MOVE WSV-SEMILLA TO REG-CLC-SEMILLA
               WRITE REG-CLAVE-CIERRE
               IF NOT WSS-FS-CLAVES-OK
                   DISPLAY 'ERROR EN EL WRITE DE PSEUDONIM.DAT, LOS '
                           'SEUDONIMOS NUEVOS NO QUEDAN GUARDADOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-CLAVES
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               CLOSE CLAVES
               IF NOT WSS-FS-CLAVES-OK
                   DISPLAY 'ERROR EN EL CLOSE DE PSEUDONIM.DAT, LOS '
                           'SEUDONIMOS NUEVOS NO QUEDAN GUARDADOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-CLAVES
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
           END-IF.

      *GRABA CABECERA, CADA ALUMNO QUE SALE CON SUS NOTAS Y EL
      *CIERRE CON LOS TOTALES DE CONTROL
       40000-GRABAR-EXTRACCION.
           OPEN OUTPUT EXTRACCION
           IF NOT WSS-FS-EXTRACCION-OK
               DISPLAY 'ERROR EN EL OPEN DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-FECHA-HOY TO WSV-CAB-FECHA
           MOVE WSV-ANIO-E TO WSV-CAB-ANIO
           MOVE WSV-MINIMO TO WSV-CAB-MINIMO
           MOVE WSV-CABECERA TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           IF NOT WSS-FS-EXTRACCION-OK
               DISPLAY 'ERROR EN EL WRITE DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               IF WSS-AL-CON-DATOS(IND-AL)
                       AND NOT WSS-AL-SUPRIMIDO(IND-AL)
                   PERFORM 41000-GRABAR-UN-ALUMNO
               END-IF
           END-PERFORM
           MOVE WSV-CONT-DETALLES TO WSV-CIE-ALUMNOS
           MOVE WSV-CONT-NOTAS-GRAB TO WSV-CIE-NOTAS
           MOVE WSV-CONT-SUPRIMIDOS TO WSV-CIE-SUPRIMIDOS
           MOVE WSV-CONT-NOTAS-SUPR TO WSV-CIE-NOTAS-SUPR
           MOVE WSV-CIERRE TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           IF NOT WSS-FS-EXTRACCION-OK
               DISPLAY 'ERROR EN EL WRITE DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           CLOSE EXTRACCION
           IF NOT WSS-FS-EXTRACCION-OK
               DISPLAY 'ERROR EN EL CLOSE DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'EXTRACCION PARA INVESTIGACION GENERADA'
           DISPLAY 'ALUMNOS GRABADOS:      ' WSV-CONT-DETALLES
           DISPLAY 'NOTAS GRABADAS:        ' WSV-CONT-NOTAS-GRAB
           DISPLAY 'ALUMNOS SUPRIMIDOS:    ' WSV-CONT-SUPRIMIDOS
           DISPLAY 'NOTAS SUPRIMIDAS:      ' WSV-CONT-NOTAS-SUPR
           DISPLAY 'SEUDONIMOS NUEVOS:     ' WSV-CLAVES-NUEVAS
           DISPLAY WSV-LINEA.

       41000-GRABAR-UN-ALUMNO.
           MOVE 0 TO WSV-PORC-ASISTENCIA
           IF WST-AL-TOTAL-DIAS(IND-AL) NOT= 0
               COMPUTE WSV-PORC-ASISTENCIA =
                       WST-AL-PRESENTES(IND-AL) * 100 /
                       WST-AL-TOTAL-DIAS(IND-AL)
           END-IF
           MOVE WST-AL-SEUDONIMO(IND-AL) TO WSV-DET-SEUDONIMO
           MOVE WST-AL-CURSO(IND-AL) TO WSV-DET-CURSO
           MOVE WST-AL-REGION(IND-AL) TO WSV-DET-REGION
           MOVE WSV-PORC-ASISTENCIA TO WSV-DET-ASISTENCIA
           MOVE WST-AL-RESULTADO(IND-AL) TO WSV-DET-RESULTADO
           PERFORM VARYING WSV-IND-SAN FROM 1 BY 1
                   UNTIL WSV-IND-SAN > 9
               MOVE WST-AL-SANCIONES(IND-AL WSV-IND-SAN)
                   TO WSV-DET-SANCIONES(WSV-IND-SAN)
           END-PERFORM
           MOVE WST-AL-CANT-NOTAS(IND-AL) TO WSV-DET-CANT-NOTAS
           MOVE WSV-DETALLE TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           IF WSS-FS-EXTRACCION-OK
               ADD 1 TO WSV-CONT-DETALLES
           ELSE
               DISPLAY 'ERROR EN EL WRITE DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
           END-IF
           SET WSV-NOTA-ALUMNO TO IND-AL
           PERFORM VARYING IND-NO FROM 1 BY 1
                   UNTIL IND-NO > WSV-CONT-NOTAS
               IF WST-NO-ALUMNO(IND-NO) = WSV-NOTA-ALUMNO
                   PERFORM 42000-GRABAR-UNA-NOTA
               END-IF
           END-PERFORM.

       42000-GRABAR-UNA-NOTA.
           MOVE WST-AL-SEUDONIMO(IND-AL) TO WSV-DNO-SEUDONIMO
           MOVE WST-NO-NRO-MATERIA(IND-NO) TO WSV-DNO-NRO-MATERIA
           MOVE WST-NO-MES(IND-NO) TO WSV-DNO-MES
           MOVE WST-NO-TIPO(IND-NO) TO WSV-DNO-TIPO
           MOVE WST-NO-NOTA(IND-NO) TO WSV-DNO-NOTA
           MOVE WSV-DET-NOTA TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           IF WSS-FS-EXTRACCION-OK
               ADD 1 TO WSV-CONT-NOTAS-GRAB
           ELSE
               DISPLAY 'ERROR EN EL WRITE DE INVESTIG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
