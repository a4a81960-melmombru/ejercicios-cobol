      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Horario semanal impreso por alumno y por
      *docente: una grilla de 5 dias (LUNES A VIERNES) por 8 modulos
      *armada desde la grilla horaria HORARIOS.DAT. Para un alumno se
      *toman los modulos de su curso (segun el maestro de alumnos,
      *via RUTALUM) de las materias en las que esta inscripto en el
      *anio lectivo (INSCRIPCIONES.DAT); para un docente, todos los
      *modulos que dicta (REG-HOR-NRO-DOCENTE) en cualquier curso.
      *Cada celda lleva la descripcion de la materia (via RUTMAT) y
      *el docente (via RUTDOC) o el curso. Se corre para un alumno,
      *para un docente o para todo un curso (sus alumnos activos y
      *los docentes que le dictan clase), y escribe un archivo por
      *persona como CERTIF: HORAnnnn.TXT por alumno y HDOCnnn.TXT
      *por docente.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HORASEM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HORARIOS             ASSIGN TO DISK 'HORARIOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HORARIOS.

       SELECT OPTIONAL INSCRIPCIONES
                                   ASSIGN TO DISK 'INSCRIPCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INSCRIP.

       SELECT HORARIO-SEMANAL      ASSIGN TO DYNAMIC WSV-NOMBRE-HORA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HORA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD HORARIOS.
       01 REG-HORARIO.
           05 REG-HOR-NRO-MATERIA              PIC 9(02).
           05 REG-HOR-CURSO                    PIC X(02).
           05 REG-HOR-DIA                      PIC 9(01).
           05 REG-HOR-MODULO                   PIC 9(01).
           05 REG-HOR-NRO-DOCENTE              PIC 9(03).

       FD INSCRIPCIONES.
       01 REG-INSCRIPCION.
           05 REG-INS-NRO-ALUMNO               PIC 9(04).
           05 REG-INS-NRO-MATERIA              PIC 9(02).
           05 REG-INS-ANIO                     PIC 9(04).

       FD HORARIO-SEMANAL.
       01 REG-HORARIO-SEMANAL                  PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-HORARIOS                      PIC X(02).
           88 WSS-FS-HORARIOS-OK                       VALUE '00'.
           88 WSS-FS-HORARIOS-EOF                      VALUE '10'.

       01 WSS-FS-INSCRIP                       PIC X(02).
           88 WSS-FS-INSCRIP-OK                        VALUE '00' '05'.
           88 WSS-FS-INSCRIP-EOF                       VALUE '10'.

       01 WSS-FS-HORA                          PIC X(02).
           88 WSS-FS-HORA-OK                           VALUE '00'.

       01 WSV-NOMBRE-HORA                      PIC X(20).

       01 WSV-OPCION-E                         PIC 9(01).
           88 WSS-OPCION-ALUMNO                        VALUE 1.
           88 WSS-OPCION-DOCENTE                       VALUE 2.
           88 WSS-OPCION-CURSO                         VALUE 3.
       01 WSV-NRO-ALUMNO-E                     PIC 9(04).
       01 WSV-NRO-DOCENTE-E                    PIC 9(03).
       01 WSV-CURSO-E                          PIC X(02).
       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-MAESTRO-ABIERTO                  PIC X(01) VALUE 'N'.
           88 WSS-MAESTRO-ABIERTO                      VALUE 'S'.

      *GRILLA HORARIA COMPLETA CARGADA EN MEMORIA
       01 WSC-MAX-HORARIOS                     PIC 9(03) VALUE 400.
       01 WSV-CONT-HORARIOS                    PIC S9(4) COMP VALUE 0.
       01 WST-HORARIOS.
           05 WST-HORARIO         OCCURS 400 TIMES INDEXED BY IND.
               10 WST-HR-NRO-MATERIA           PIC 9(02).
               10 WST-HR-CURSO                 PIC X(02).
               10 WST-HR-DIA                   PIC 9(01).
               10 WST-HR-MODULO                PIC 9(01).
               10 WST-HR-NRO-DOCENTE           PIC 9(03).

      *INSCRIPCIONES DEL ANIO LECTIVO PEDIDO
       01 WSC-MAX-INSCRIP                      PIC 9(04) VALUE 2000.
       01 WSV-CONT-INSCRIP                     PIC S9(4) COMP VALUE 0.
       01 WST-INSCRIPCIONES.
           05 WST-INSCRIP         OCCURS 2000 TIMES INDEXED BY IND-IN.
               10 WST-IN-NRO-ALUMNO            PIC 9(04).
               10 WST-IN-NRO-MATERIA           PIC 9(02).
       01 WSV-INSCRIPTO                        PIC X(01).
           88 WSS-INSCRIPTO                            VALUE 'S'.

      *ALUMNOS ACTIVOS Y DOCENTES DEL CURSO PARA LA CORRIDA POR CURSO
       01 WSC-MAX-ALUMNOS                      PIC 9(02) VALUE 60.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS-CURSO.
           05 WST-AL-NRO          PIC 9(04) OCCURS 60 TIMES
                                  INDEXED BY IND-AL.
       01 WSC-MAX-DOCENTES                     PIC 9(02) VALUE 40.
       01 WSV-CONT-DOCENTES                    PIC S9(4) COMP VALUE 0.
       01 WST-DOCENTES-CURSO.
           05 WST-DC-NRO          PIC 9(03) OCCURS 40 TIMES
                                  INDEXED BY IND-DC.
       01 WSV-DOCENTE-VISTO                    PIC X(01).
           88 WSS-DOCENTE-VISTO                        VALUE 'S'.

      *DATOS DE LA PERSONA CUYO HORARIO SE ESTA ARMANDO
       01 WSV-PERSONA-TIPO                     PIC X(01).
           88 WSS-PERSONA-ALUMNO                       VALUE 'A'.
           88 WSS-PERSONA-DOCENTE                      VALUE 'D'.
       01 WSV-PERSONA-NRO                      PIC 9(04).
       01 WSV-PERSONA-NOMBRE                   PIC X(25).
       01 WSV-PERSONA-CURSO                    PIC X(02).
       01 WSV-CONT-MODULOS                     PIC 9(02).
       01 WSV-CONT-ARCHIVOS                    PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-MODULOS                 PIC S9(4) COMP VALUE 0.

      *GRILLA DE LA SEMANA: 8 MODULOS POR 5 DIAS, DOS LINEAS POR
      *CELDA (MATERIA Y DOCENTE O CURSO)
       01 WST-SEMANA.
           05 WST-SE-MODULO       OCCURS 8 TIMES.
               10 WST-SE-CELDA    OCCURS 5 TIMES.
                   15 WST-SE-LINEA-1           PIC X(14).
                   15 WST-SE-LINEA-2           PIC X(14).
       01 WSV-SUB-MOD                          PIC S9(4) COMP.
       01 WSV-SUB-DIA                          PIC S9(4) COMP.

       01 WST-DIAS-SEMANA.
           05 FILLER                           PIC X(09)
                                                   VALUE 'LUNES'.
           05 FILLER                           PIC X(09)
                                                   VALUE 'MARTES'.
           05 FILLER                           PIC X(09)
                                                   VALUE 'MIERCOLES'.
           05 FILLER                           PIC X(09)
                                                   VALUE 'JUEVES'.
           05 FILLER                           PIC X(09)
                                                   VALUE 'VIERNES'.
       01 WST-DIAS-R REDEFINES WST-DIAS-SEMANA.
           05 WST-DIA-NOMBRE                   PIC X(09) OCCURS 5 TIMES.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTDOC                          PIC X(06)
                                                       VALUE "RUTDOC".
       COPY REG-DOC.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "-".
       01 WSV-LINEA-HORARIO.
           05 WSV-HOR-MODULO-R                 PIC X(03).
           05 WSV-HOR-CELDA       OCCURS 5 TIMES.
               10 FILLER                       PIC X(01).
               10 WSV-HOR-TEXTO-R              PIC X(14).
       01 WSV-MODULO-EDIT                      PIC Z9.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-CARGAR-TABLAS
           PERFORM 10000-PEDIR-OPCION
           EVALUATE TRUE
               WHEN WSS-OPCION-ALUMNO
                   PERFORM 20000-HORARIO-ALUMNO
               WHEN WSS-OPCION-DOCENTE
                   PERFORM 30000-HORARIO-DOCENTE
               WHEN WSS-OPCION-CURSO
                   PERFORM 40000-HORARIOS-CURSO
           END-EVALUATE
           DISPLAY 'HORARIOS GENERADOS: ' WSV-CONT-ARCHIVOS
           IF WSV-CONT-SIN-MODULOS > 0
               DISPLAY 'PERSONAS SIN MODULOS EN LA GRILLA: '
                       WSV-CONT-SIN-MODULOS
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS (RUTMAT) Y LA GRILLA HORARIA
       05000-CARGAR-TABLAS.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           OPEN INPUT HORARIOS
           IF NOT WSS-FS-HORARIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE HORARIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HORARIOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 06000-LEER-Y-CARGAR-HORARIO
               UNTIL WSS-FS-HORARIOS-EOF
           CLOSE HORARIOS.

      *SOLO SE CARGAN LOS MODULOS CON DIA Y MODULO VALIDOS, PARA NO
      *SALIRSE DE LA GRILLA DE LA SEMANA
       06000-LEER-Y-CARGAR-HORARIO.
           READ HORARIOS
           IF WSS-FS-HORARIOS-OK
               IF WSV-CONT-HORARIOS >= WSC-MAX-HORARIOS
                   DISPLAY 'TABLA DE HORARIOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-HORARIOS
               ELSE
                   IF REG-HOR-DIA >= 1 AND REG-HOR-DIA <= 5
                           AND REG-HOR-MODULO >= 1
                           AND REG-HOR-MODULO <= 8
                       ADD 1 TO WSV-CONT-HORARIOS
                       SET IND TO WSV-CONT-HORARIOS
                       MOVE REG-HORARIO TO WST-HORARIO(IND)
                   ELSE
                       DISPLAY 'MODULO CON DIA O MODULO INVALIDO, SE '
                               'IGNORA: ' REG-HORARIO
                   END-IF
               END-IF
           END-IF.

      *PIDE QUE HORARIO SE QUIERE GENERAR
       10000-PEDIR-OPCION.
           MOVE 0 TO WSV-OPCION-E
           PERFORM UNTIL WSS-OPCION-ALUMNO OR WSS-OPCION-DOCENTE
                   OR WSS-OPCION-CURSO
               DISPLAY '1. HORARIO DE UN ALUMNO'
               DISPLAY '2. HORARIO DE UN DOCENTE'
               DISPLAY '3. HORARIOS DE UN CURSO (ALUMNOS Y DOCENTES)'
               ACCEPT WSV-OPCION-E
           END-PERFORM
           IF NOT WSS-OPCION-DOCENTE
               DISPLAY 'INGRESE ANIO LECTIVO (AAAA): '
               ACCEPT WSV-ANIO-E
               PERFORM 11000-CARGAR-INSCRIPCIONES
               PERFORM 12000-ABRIR-MAESTRO
           END-IF.

      *CARGA LAS INSCRIPCIONES DEL ANIO LECTIVO
       11000-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES
           IF NOT WSS-FS-INSCRIP-OK
               DISPLAY 'ERROR EN EL OPEN DE INSCRIPCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-INSCRIP
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11100-LEER-Y-CARGAR-INSCRIP
               UNTIL WSS-FS-INSCRIP-EOF
           CLOSE INSCRIPCIONES.

       11100-LEER-Y-CARGAR-INSCRIP.
           READ INSCRIPCIONES
           IF WSS-FS-INSCRIP-OK AND REG-INS-ANIO = WSV-ANIO-E
               IF WSV-CONT-INSCRIP >= WSC-MAX-INSCRIP
                   DISPLAY 'TABLA DE INSCRIPCIONES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-INSCRIP
               ELSE
                   ADD 1 TO WSV-CONT-INSCRIP
                   SET IND-IN TO WSV-CONT-INSCRIP
                   MOVE REG-INS-NRO-ALUMNO
                       TO WST-IN-NRO-ALUMNO(IND-IN)
                   MOVE REG-INS-NRO-MATERIA
                       TO WST-IN-NRO-MATERIA(IND-IN)
               END-IF
           END-IF.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS PARA TOMAR NOMBRE Y CURSO
       12000-ABRIR-MAESTRO.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           SET WSS-MAESTRO-ABIERTO TO TRUE.

      *HORARIO DE UN SOLO ALUMNO
       20000-HORARIO-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALUMNO-E
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ALUMNO INEXISTENTE: ' WSV-NRO-ALUMNO-E
           ELSE
               IF NOT WSS-ALUX-R-ACTIVO
                   DISPLAY 'EL ALUMNO ' WSV-NRO-ALUMNO-E
                           ' ESTA DADO DE BAJA'
               ELSE
                   PERFORM 21000-ARMAR-HORARIO-ALUMNO
               END-IF
           END-IF.

      *ARMA Y ESCRIBE EL HORARIO DEL ALUMNO LEIDO EN REG-ALUX-R: LOS
      *MODULOS DE SU CURSO DE LAS MATERIAS EN LAS QUE ESTA INSCRIPTO
       21000-ARMAR-HORARIO-ALUMNO.
           SET WSS-PERSONA-ALUMNO TO TRUE
           MOVE REG-ALUX-R-NRO-ALUMNO TO WSV-PERSONA-NRO
           MOVE REG-ALUX-R-NOMBRE TO WSV-PERSONA-NOMBRE
           MOVE REG-ALUX-R-CURSO TO WSV-PERSONA-CURSO
           MOVE SPACES TO WST-SEMANA
           MOVE 0 TO WSV-CONT-MODULOS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-HORARIOS
               IF WST-HR-CURSO(IND) = WSV-PERSONA-CURSO
                   PERFORM 22000-VERIFICAR-INSCRIPCION
                   IF WSS-INSCRIPTO
                       PERFORM 60000-UBICAR-EN-SEMANA
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WSV-NOMBRE-HORA
           STRING 'HORA' REG-ALUX-R-NRO-ALUMNO '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-HORA
           PERFORM 70000-ESCRIBIR-HORARIO.

       22000-VERIFICAR-INSCRIPCION.
           MOVE 'N' TO WSV-INSCRIPTO
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INSCRIP
                       OR WSS-INSCRIPTO
               IF WST-IN-NRO-ALUMNO(IND-IN) = WSV-PERSONA-NRO
                   AND WST-IN-NRO-MATERIA(IND-IN) =
                       WST-HR-NRO-MATERIA(IND)
                   SET WSS-INSCRIPTO TO TRUE
               END-IF
           END-PERFORM.

      *HORARIO DE UN SOLO DOCENTE
       30000-HORARIO-DOCENTE.
           DISPLAY 'INGRESE NRO DE DOCENTE: '
           ACCEPT WSV-NRO-DOCENTE-E
           SET WSS-BUSCAR-DOC TO TRUE
           MOVE WSV-NRO-DOCENTE-E TO REG-NRO-DOC-E
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               DISPLAY 'DOCENTE INEXISTENTE: ' WSV-ST-TEXTO-DOC
           ELSE
               PERFORM 31000-ARMAR-HORARIO-DOCENTE
           END-IF.

      *ARMA Y ESCRIBE EL HORARIO DEL DOCENTE WSV-NRO-DOCENTE-E: TODOS
      *LOS MODULOS QUE DICTA, EN CUALQUIER CURSO
       31000-ARMAR-HORARIO-DOCENTE.
           SET WSS-PERSONA-DOCENTE TO TRUE
           MOVE WSV-NRO-DOCENTE-E TO WSV-PERSONA-NRO
           SET WSS-BUSCAR-DOC TO TRUE
           MOVE WSV-NRO-DOCENTE-E TO REG-NRO-DOC-E
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-OK
               MOVE REG-NOMBRE-DOC-R TO WSV-PERSONA-NOMBRE
           ELSE
               MOVE SPACES TO WSV-PERSONA-NOMBRE
           END-IF
           MOVE SPACES TO WSV-PERSONA-CURSO
           MOVE SPACES TO WST-SEMANA
           MOVE 0 TO WSV-CONT-MODULOS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-HORARIOS
               IF WST-HR-NRO-DOCENTE(IND) = WSV-NRO-DOCENTE-E
                   PERFORM 60000-UBICAR-EN-SEMANA
               END-IF
           END-PERFORM
           MOVE SPACES TO WSV-NOMBRE-HORA
           STRING 'HDOC' WSV-NRO-DOCENTE-E '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-HORA
           PERFORM 70000-ESCRIBIR-HORARIO.

      *CORRIDA POR CURSO: UN HORARIO POR CADA ALUMNO ACTIVO DEL CURSO
      *Y UNO POR CADA DOCENTE QUE LE DICTA ALGUN MODULO
       40000-HORARIOS-CURSO.
           MOVE SPACES TO WSV-CURSO-E
           PERFORM UNTIL WSV-CURSO-E NOT= SPACES
               DISPLAY 'INGRESE CURSO (EJ 1A): '
               ACCEPT WSV-CURSO-E
           END-PERFORM
           PERFORM 41000-JUNTAR-ALUMNOS-CURSO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
               MOVE WST-AL-NRO(IND-AL) TO REG-ALUX-E-NRO-ALUMNO
               MOVE "REA" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   PERFORM 21000-ARMAR-HORARIO-ALUMNO
               END-IF
           END-PERFORM
           PERFORM 42000-JUNTAR-DOCENTES-CURSO
           PERFORM VARYING IND-DC FROM 1 BY 1
                   UNTIL IND-DC > WSV-CONT-DOCENTES
               MOVE WST-DC-NRO(IND-DC) TO WSV-NRO-DOCENTE-E
               PERFORM 31000-ARMAR-HORARIO-DOCENTE
           END-PERFORM
           IF WSV-CONT-ALUMNOS = 0 AND WSV-CONT-DOCENTES = 0
               DISPLAY 'EL CURSO ' WSV-CURSO-E ' NO TIENE ALUMNOS '
                       'ACTIVOS NI MODULOS EN LA GRILLA'
           END-IF.

      *RECORRE LOS ALUMNOS DEL CURSO POR LA CLAVE ALTERNATIVA Y
      *GUARDA LOS NUMEROS DE LOS ACTIVOS; LOS HORARIOS SE ARMAN
      *DESPUES, PARA NO MEZCLAR LA LECTURA POR CLAVE CON EL RECORRIDO
       41000-JUNTAR-ALUMNOS-CURSO.
           MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
           MOVE "STC" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNC" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   IF REG-ALUX-R-CURSO NOT= WSV-CURSO-E
                       SET WSS-ALUX-ST-FIN TO TRUE
                   ELSE
                       IF WSS-ALUX-R-ACTIVO
                           PERFORM 41100-AGREGAR-ALUMNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       41100-AGREGAR-ALUMNO.
           IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
               DISPLAY 'TABLA DE ALUMNOS DEL CURSO LLENA, SE IGNORA '
                       'EL ALUMNO ' REG-ALUX-R-NRO-ALUMNO
           ELSE
               ADD 1 TO WSV-CONT-ALUMNOS
               SET IND-AL TO WSV-CONT-ALUMNOS
               MOVE REG-ALUX-R-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
           END-IF.

      *JUNTA LOS DOCENTES DISTINTOS QUE DICTAN MODULOS EN EL CURSO
       42000-JUNTAR-DOCENTES-CURSO.
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-HORARIOS
               IF WST-HR-CURSO(IND) = WSV-CURSO-E
                   MOVE 'N' TO WSV-DOCENTE-VISTO
                   PERFORM VARYING IND-DC FROM 1 BY 1
                           UNTIL IND-DC > WSV-CONT-DOCENTES
                               OR WSS-DOCENTE-VISTO
                       IF WST-DC-NRO(IND-DC) = WST-HR-NRO-DOCENTE(IND)
                           SET WSS-DOCENTE-VISTO TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WSS-DOCENTE-VISTO
                       PERFORM 42100-AGREGAR-DOCENTE
                   END-IF
               END-IF
           END-PERFORM.

       42100-AGREGAR-DOCENTE.
           IF WSV-CONT-DOCENTES >= WSC-MAX-DOCENTES
               DISPLAY 'TABLA DE DOCENTES DEL CURSO LLENA, SE IGNORA '
                       'EL DOCENTE ' WST-HR-NRO-DOCENTE(IND)
           ELSE
               ADD 1 TO WSV-CONT-DOCENTES
               SET IND-DC TO WSV-CONT-DOCENTES
               MOVE WST-HR-NRO-DOCENTE(IND) TO WST-DC-NRO(IND-DC)
           END-IF.

      *UBICA EL MODULO WST-HORARIO(IND) EN SU DIA Y MODULO DE LA
      *SEMANA: MATERIA (VIA RUTMAT) EN LA PRIMERA LINEA Y DOCENTE
      *(VIA RUTDOC) O CURSO EN LA SEGUNDA
       60000-UBICAR-EN-SEMANA.
           MOVE WST-HR-MODULO(IND) TO WSV-SUB-MOD
           MOVE WST-HR-DIA(IND) TO WSV-SUB-DIA
           IF WST-SE-LINEA-1(WSV-SUB-MOD, WSV-SUB-DIA) NOT= SPACES
               DISPLAY 'AVISO: ' WSV-PERSONA-NRO ' TIENE DOS CLASES '
                       'EL ' WST-DIA-NOMBRE(WSV-SUB-DIA)
                       ' EN EL MODULO ' WSV-SUB-MOD
                       ', SE MUESTRA LA ULTIMA'
           ELSE
               ADD 1 TO WSV-CONT-MODULOS
           END-IF
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WST-HR-NRO-MATERIA(IND) TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF WSS-MAT-OK
               MOVE REG-DESCRIP-MAT-R
                   TO WST-SE-LINEA-1(WSV-SUB-MOD, WSV-SUB-DIA)
           ELSE
               MOVE SPACES
                   TO WST-SE-LINEA-1(WSV-SUB-MOD, WSV-SUB-DIA)
               STRING 'MATERIA ' WST-HR-NRO-MATERIA(IND)
                   DELIMITED BY SIZE
                   INTO WST-SE-LINEA-1(WSV-SUB-MOD, WSV-SUB-DIA)
           END-IF
           MOVE SPACES TO WST-SE-LINEA-2(WSV-SUB-MOD, WSV-SUB-DIA)
           IF WSS-PERSONA-ALUMNO
               SET WSS-BUSCAR-DOC TO TRUE
               MOVE WST-HR-NRO-DOCENTE(IND) TO REG-NRO-DOC-E
               CALL WSC-RUTDOC USING REGISTRO-DOCENTE
               IF WSS-DOC-OK
                   MOVE REG-NOMBRE-DOC-R
                       TO WST-SE-LINEA-2(WSV-SUB-MOD, WSV-SUB-DIA)
               ELSE
                   STRING 'DOCENTE ' WST-HR-NRO-DOCENTE(IND)
                       DELIMITED BY SIZE
                       INTO WST-SE-LINEA-2(WSV-SUB-MOD, WSV-SUB-DIA)
               END-IF
           ELSE
               STRING 'CURSO ' WST-HR-CURSO(IND)
                   DELIMITED BY SIZE
                   INTO WST-SE-LINEA-2(WSV-SUB-MOD, WSV-SUB-DIA)
           END-IF.

      *ESCRIBE LA GRILLA DE LA SEMANA EN EL ARCHIVO DE LA PERSONA;
      *SI NO TIENE NINGUN MODULO SOLO SE INFORMA
       70000-ESCRIBIR-HORARIO.
           IF WSV-CONT-MODULOS = 0
               DISPLAY 'SIN MODULOS EN LA GRILLA: ' WSV-PERSONA-NRO
                       ' ' WSV-PERSONA-NOMBRE
               ADD 1 TO WSV-CONT-SIN-MODULOS
           ELSE
               OPEN OUTPUT HORARIO-SEMANAL
               IF NOT WSS-FS-HORA-OK
                   DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-HORA
                   DISPLAY 'FILE STATUS ' WSS-FS-HORA
               ELSE
                   PERFORM 71000-ESCRIBIR-ENCABEZADO
                   PERFORM VARYING WSV-SUB-MOD FROM 1 BY 1
                           UNTIL WSV-SUB-MOD > 8
                       PERFORM 72000-ESCRIBIR-MODULO
                   END-PERFORM
                   MOVE SPACES TO REG-HORARIO-SEMANAL
                   STRING 'MODULOS SEMANALES: ' WSV-CONT-MODULOS
                       DELIMITED BY SIZE INTO REG-HORARIO-SEMANAL
                   PERFORM 73000-GRABAR-LINEA
                   CLOSE HORARIO-SEMANAL
                   IF NOT WSS-FS-HORA-OK
                       DISPLAY 'ERROR EN EL CLOSE DE ' WSV-NOMBRE-HORA
                       DISPLAY 'FILE STATUS ' WSS-FS-HORA
                   ELSE
                       ADD 1 TO WSV-CONT-ARCHIVOS
                       DISPLAY 'HORARIO GRABADO EN ' WSV-NOMBRE-HORA
                   END-IF
               END-IF
           END-IF.

       71000-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REG-HORARIO-SEMANAL
           IF WSS-PERSONA-ALUMNO
               STRING 'HORARIO SEMANAL - ALUMNO ' WSV-PERSONA-NRO
                      ' ' WSV-PERSONA-NOMBRE(1:23)
                      ' CURSO ' WSV-PERSONA-CURSO
                      ' ANIO ' WSV-ANIO-E
                   DELIMITED BY SIZE INTO REG-HORARIO-SEMANAL
           ELSE
               STRING 'HORARIO SEMANAL - DOCENTE '
                      WSV-PERSONA-NRO(2:3)
                      ' ' WSV-PERSONA-NOMBRE
                   DELIMITED BY SIZE INTO REG-HORARIO-SEMANAL
           END-IF
           PERFORM 73000-GRABAR-LINEA
           MOVE WSV-LINEA TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA-HORARIO
           MOVE 'MOD' TO WSV-HOR-MODULO-R
           PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                   UNTIL WSV-SUB-DIA > 5
               MOVE WST-DIA-NOMBRE(WSV-SUB-DIA)
                   TO WSV-HOR-TEXTO-R(WSV-SUB-DIA)
           END-PERFORM
           MOVE WSV-LINEA-HORARIO TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA
           MOVE WSV-LINEA TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA.

      *DOS LINEAS POR MODULO (MATERIA Y DOCENTE O CURSO) Y UNA
      *LINEA DE SEPARACION
       72000-ESCRIBIR-MODULO.
           MOVE SPACES TO WSV-LINEA-HORARIO
           MOVE WSV-SUB-MOD TO WSV-MODULO-EDIT
           MOVE WSV-MODULO-EDIT TO WSV-HOR-MODULO-R
           PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                   UNTIL WSV-SUB-DIA > 5
               MOVE WST-SE-LINEA-1(WSV-SUB-MOD, WSV-SUB-DIA)
                   TO WSV-HOR-TEXTO-R(WSV-SUB-DIA)
           END-PERFORM
           MOVE WSV-LINEA-HORARIO TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA-HORARIO
           PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                   UNTIL WSV-SUB-DIA > 5
               MOVE WST-SE-LINEA-2(WSV-SUB-MOD, WSV-SUB-DIA)
                   TO WSV-HOR-TEXTO-R(WSV-SUB-DIA)
           END-PERFORM
           MOVE WSV-LINEA-HORARIO TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA
           MOVE WSV-LINEA TO REG-HORARIO-SEMANAL
           PERFORM 73000-GRABAR-LINEA.

       73000-GRABAR-LINEA.
           WRITE REG-HORARIO-SEMANAL
           IF NOT WSS-FS-HORA-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-HORA
               DISPLAY 'FILE STATUS ' WSS-FS-HORA
           END-IF.

      *CIERRA EL MAESTRO DE ALUMNOS SI SE ABRIO Y DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           IF WSS-MAESTRO-ABIERTO
               MOVE "CLO" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           END-IF
           STOP RUN.
