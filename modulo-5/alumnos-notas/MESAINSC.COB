      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Inscripcion de alumnos a las mesas de examen de
      *MESAS.DAT (cargadas por MESAMANT), en MESAINSC.DAT: una linea
      *por alumno y mesa (materia, curso y fecha). Cada inscripcion
      *valida que el alumno exista en ALUMNOS.DAT y este activo, que
      *la mesa exista, que su acta no este cerrada (ACTAS.DAT, la
      *cierra MESAACTA) y que el alumno tenga la materia pendiente:
      *inscripto en ella en INSCRIPCIONES.DAT hasta el anio de la
      *mesa y sin aprobarla segun NOTANEW.DAT (ni promedio de
      *aprobacion en las notas de cursada ni nota de mesa F
      *aprobada). Reemplaza la lista en papel de los preceptores;
      *el acta impresa y la carga de resultados salen de MESAACTA.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Una materia previa pendiente en PREVIAS.DAT (via
      *   RUTPREV) cuenta como materia pendiente sin mas controles.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El alumno se valida y se muestra leyendolo por clave
      *   en el maestro indexado ALUMNOS.IDX via RUTALUM en lugar de
      *   cargar ALUMNOS.DAT entero en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MESAINSC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL MESAS       ASSIGN TO DISK 'MESAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-MESAS.

       SELECT OPTIONAL ACTAS       ASSIGN TO DISK 'ACTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ACTAS.

       SELECT OPTIONAL MESA-INSC   ASSIGN TO DISK 'MESAINSC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-MESA-INSC.

       SELECT OPTIONAL INSCRIPCIONES
                                   ASSIGN TO DISK 'INSCRIPCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-INSCRIP.

       SELECT OPTIONAL ENTRADA-NOTAS
                                   ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD MESAS.
       01 REG-MESA.
           05 REG-MSA-NRO-MATERIA          PIC 9(02).
           05 REG-MSA-CURSO                PIC X(02).
           05 REG-MSA-FECHA                PIC 9(08).
           05 REG-MSA-NRO-DOCENTE          PIC 9(03).

       FD ACTAS.
       COPY REG-ACTA.

       FD MESA-INSC.
       COPY REG-MESAINS.


       FD INSCRIPCIONES.
       01 REG-INSCRIPCION.
           05 REG-INS-NRO-ALUMNO           PIC 9(04).
           05 REG-INS-NRO-MATERIA          PIC 9(02).
           05 REG-INS-ANIO                 PIC 9(04).

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO           PIC 9(04).
           05 REG-NOT-NRO-MATERIA          PIC 9(02).
           05 REG-NOT-ANIO                 PIC 9(04).
           05 REG-NOT-MES                  PIC 9(02).
           05 REG-NOT-NOTA                 PIC 9(02).
           05 REG-NOT-TIPO                 PIC X(01).
               88 WSS-NOT-MESA-FINAL           VALUE 'F'.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MESAS                     PIC X(02).
           88 WSS-FS-MESAS-OK                  VALUE '00' '05'.
           88 WSS-FS-MESAS-EOF                 VALUE '10'.

       01 WSS-FS-ACTAS                     PIC X(02).
           88 WSS-FS-ACTAS-OK                  VALUE '00' '05'.
           88 WSS-FS-ACTAS-EOF                 VALUE '10'.

       01 WSS-FS-MESA-INSC                 PIC X(02).
           88 WSS-FS-MESA-INSC-OK              VALUE '00' '05'.
           88 WSS-FS-MESA-INSC-EOF             VALUE '10'.

       01 WSS-FS-INSCRIP                   PIC X(02).
           88 WSS-FS-INSCRIP-OK                VALUE '00' '05'.
           88 WSS-FS-INSCRIP-EOF               VALUE '10'.

       01 WSS-FS-NOTAS                     PIC X(02).
           88 WSS-FS-NOTAS-OK                  VALUE '00' '05'.
           88 WSS-FS-NOTAS-EOF                 VALUE '10'.

      *MESAS DEL CALENDARIO, CON LA MARCA DE ACTA CERRADA TOMADA DE
      *ACTAS.DAT
       01 WSC-MAX-MESAS                    PIC 9(03) VALUE 200.
       01 WSV-CONT-MESAS                   PIC S9(4) COMP VALUE 0.
       01 WST-MESAS.
           05 WST-MESA            OCCURS 200 TIMES INDEXED BY IND-MS.
               10 WST-MSA-CLAVE.
                   15 WST-MSA-NRO-MATERIA  PIC 9(02).
                   15 WST-MSA-CURSO        PIC X(02).
                   15 WST-MSA-FECHA        PIC 9(08).
               10 WST-MSA-NRO-DOCENTE      PIC 9(03).
               10 WST-MSA-CERRADA          PIC X(01).
                   88 WSS-MSA-CERRADA              VALUE 'S'.

      *INSCRIPCIONES DE CURSADA, PARA SABER SI EL ALUMNO CURSO LA
      *MATERIA DE LA MESA
       01 WSC-MAX-INSCRIP                  PIC 9(04) VALUE 1000.
       01 WSV-CONT-INSCRIP                 PIC S9(4) COMP VALUE 0.
       01 WST-INSCRIPCIONES.
           05 WST-INSCRIP        OCCURS 1000 TIMES INDEXED BY IND-IN.
               10 WST-IN-NRO-ALUMNO        PIC 9(04).
               10 WST-IN-NRO-MATERIA       PIC 9(02).
               10 WST-IN-ANIO              PIC 9(04).

      *INSCRIPCIONES A MESAS EN MEMORIA; AL SALIR SE REGRABA TODO
      *SIN LAS ANULADAS
       01 WSC-MAX-MESA-INSC                PIC 9(04) VALUE 1000.
       01 WSV-CONT-MESA-INSC               PIC S9(4) COMP VALUE 0.
       01 WST-MESA-INSC.
           05 WST-MI-ITEM        OCCURS 1000 TIMES INDEXED BY IND-MI.
               10 WST-MI-REGISTRO          PIC X(30).
               10 WST-MI-ANULADA           PIC X(01).
                   88 WSS-MI-ANULADA               VALUE 'S'.

       01 WSV-MI-VISTA.
           05 WSV-MI-CLAVE-MESA.
               10 WSV-MI-NRO-MATERIA       PIC 9(02).
               10 WSV-MI-CURSO             PIC X(02).
               10 WSV-MI-FECHA             PIC 9(08).
           05 WSV-MI-NRO-ALUMNO            PIC 9(04).
           05 WSV-MI-FECHA-INSC            PIC 9(08).
           05 WSV-MI-OPERADOR              PIC X(03).
           05 WSV-MI-RESULTADO             PIC X(01).
           05 WSV-MI-NOTA                  PIC 9(02).

      *DATOS INGRESADOS Y RESULTADOS DE LAS VALIDACIONES
       01 WSV-CLAVE-MESA-E.
           05 WSV-NRO-MATERIA-E            PIC 9(02).
           05 WSV-CURSO-E                  PIC X(02).
           05 WSV-FECHA-E                  PIC 9(08).
       01 WSV-NRO-ALUMNO-E                 PIC 9(04).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADOS                PIC S9(4) COMP VALUE 0.
       01 WSV-FECHA-EDIT                   PIC 9999/99/99.

       01 WSV-MESA-ENCONTRADA              PIC X(01).
           88 WSS-MESA-ENCONTRADA              VALUE 'S'.
       01 WSV-ALUMNO-ENCONTRADO            PIC X(01).
           88 WSS-ALUMNO-ENCONTRADO            VALUE 'S'.
       01 WSV-INSCRIPCION-VALIDA           PIC X(01).
           88 WSS-INSCRIPCION-VALIDA           VALUE 'S'.
       01 WSV-YA-INSCRIPTO                 PIC X(01).
           88 WSS-YA-INSCRIPTO                 VALUE 'S'.
       01 WSV-CURSO-LA-MATERIA             PIC X(01).
           88 WSS-CURSO-LA-MATERIA             VALUE 'S'.

      *CONTROL DE MATERIA PENDIENTE: PROMEDIO DE LAS NOTAS DE
      *CURSADA (O/R) Y MEJOR NOTA DE MESA (F) DEL ALUMNO EN LA
      *MATERIA, SOBRE TODA SU HISTORIA
       01 WSC-NOTA-APROBACION              PIC 9(02) VALUE 4.
       01 WSV-ACUM-CURSADA                 PIC 9(06).
       01 WSV-CONT-CURSADA                 PIC 9(04).
       01 WSV-PROM-CURSADA                 PIC 9(02)V99.
       01 WSV-MEJOR-FINAL                  PIC 9(02).
       01 WSV-TIENE-FINAL                  PIC X(01).
           88 WSS-TIENE-FINAL                  VALUE 'S'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTPREV                         PIC X(07)
                                                       VALUE "RUTPREV".
       COPY REG-PREV.
       01  WSC-RUTLOCK                         PIC X(07)
                                                       VALUE "RUTLOCK".
       COPY REG-LOCK.
      *ALUMNOS LEIDOS POR CLAVE EN ALUMNOS.IDX PARA VALIDAR EL NRO Y
      *MOSTRAR EL NOMBRE
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01 WSV-MARCA-TOMADA                 PIC X(01) VALUE 'N'.
           88 WSS-MARCA-TOMADA                     VALUE 'S'.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 04000-DEJAR-MARCA-SESION
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-CARGAR-MESAS
           PERFORM 11000-CARGAR-ACTAS
           PERFORM 12000-ABRIR-ALUMNOS
           PERFORM 13000-CARGAR-INSCRIPCIONES
           PERFORM 14000-CARGAR-MESA-INSC
           MOVE 0 TO WSV-OPCION-MENU
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-MESA-INSC
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'MESAINSC' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 40000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *PERMISO DEL ROL DEL OPERADOR PARA LA ACCION DE LA OPCION
      *ELEGIDA; EL RECHAZO QUEDA EN PERMISOS-LOG.DAT
       02100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

      *DEJA LA MARCA DE SESION INTERACTIVA; SI LA VENTANA BATCH
      *ESTA EN CURSO EL PROGRAMA NO ABRE NADA PARA ACTUALIZAR
       04000-DEJAR-MARCA-SESION.
           SET WSS-LOCK-PONER-INTER TO TRUE
           MOVE 'MESAINSC' TO REG-LOCK-PASO
           CALL WSC-RUTLOCK USING REGISTRO-LOCK
           EVALUATE TRUE
               WHEN WSS-LOCK-OK
                   SET WSS-MARCA-TOMADA TO TRUE
               WHEN WSS-LOCK-OCUPADO
                   DISPLAY 'LA VENTANA BATCH ESTA EN CURSO ('
                           REG-LOCK-PASO-AJENO '), NO SE PUEDE '
                           'ACTUALIZAR AHORA'
                   PERFORM 40000-FIN-DEL-PROGRAMA
               WHEN OTHER
                   DISPLAY 'CONTROL DE BLOQUEO: ' WSV-ST-TEXTO-LOCK
                   PERFORM 40000-FIN-DEL-PROGRAMA
           END-EVALUATE.

      *LEVANTA LA MARCA DE SESION INTERACTIVA SI SE HABIA DEJADO
       39000-LEVANTAR-MARCA-SESION.
           IF WSS-MARCA-TOMADA
               MOVE 'N' TO WSV-MARCA-TOMADA
               SET WSS-LOCK-QUITAR-INTER TO TRUE
               MOVE 'MESAINSC' TO REG-LOCK-PASO
               CALL WSC-RUTLOCK USING REGISTRO-LOCK
               IF NOT WSS-LOCK-OK
                   DISPLAY 'CONTROL DE BLOQUEO: ' WSV-ST-TEXTO-LOCK
               END-IF
           END-IF.

      *LLAMA A LA RUTINA DE MATERIAS PARA MOSTRAR LA DESCRIPCION DE
      *LA MATERIA DE CADA MESA
       05000-CARGAR-TABLA-MAT.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF.

      *LEE EL CALENDARIO DE MESAS.DAT COMPLETO; SIN MESAS NO HAY A
      *QUE INSCRIBIR
       10000-CARGAR-MESAS.
           OPEN INPUT MESAS
           IF NOT WSS-FS-MESAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE MESAS'
               DISPLAY 'FILE STATUS ' WSS-FS-MESAS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 10100-LEER-Y-CARGAR-MESA UNTIL WSS-FS-MESAS-EOF
           CLOSE MESAS
           IF WSV-CONT-MESAS = 0
               DISPLAY 'NO HAY MESAS CARGADAS EN MESAS.DAT (CORRER '
                       'MESAMANT)'
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

       10100-LEER-Y-CARGAR-MESA.
           READ MESAS
           IF WSS-FS-MESAS-OK
               IF WSV-CONT-MESAS >= WSC-MAX-MESAS
                   DISPLAY 'TABLA DE MESAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-MESAS
               ELSE
                   ADD 1 TO WSV-CONT-MESAS
                   SET IND-MS TO WSV-CONT-MESAS
                   MOVE REG-MSA-NRO-MATERIA
                       TO WST-MSA-NRO-MATERIA(IND-MS)
                   MOVE REG-MSA-CURSO TO WST-MSA-CURSO(IND-MS)
                   MOVE REG-MSA-FECHA TO WST-MSA-FECHA(IND-MS)
                   MOVE REG-MSA-NRO-DOCENTE
                       TO WST-MSA-NRO-DOCENTE(IND-MS)
                   MOVE 'N' TO WST-MSA-CERRADA(IND-MS)
               END-IF
           END-IF.

      *LEE ACTAS.DAT Y MARCA COMO CERRADA CADA MESA CUYA ACTA YA SE
      *CERRO: SUS INSCRIPCIONES QUEDAN DE SOLO LECTURA
       11000-CARGAR-ACTAS.
           OPEN INPUT ACTAS
           IF NOT WSS-FS-ACTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ACTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTAS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11100-LEER-Y-MARCAR-ACTA UNTIL WSS-FS-ACTAS-EOF
           CLOSE ACTAS.

       11100-LEER-Y-MARCAR-ACTA.
           READ ACTAS
           IF WSS-FS-ACTAS-OK AND WSS-ACT-CERRADA
               PERFORM VARYING IND-MS FROM 1 BY 1
                       UNTIL IND-MS > WSV-CONT-MESAS
                   IF WST-MSA-CLAVE(IND-MS) = REG-ACT-CLAVE-MESA
                       MOVE 'S' TO WST-MSA-CERRADA(IND-MS)
                   END-IF
               END-PERFORM
           END-IF.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA VALIDAR
      *EL ALUMNO DE CADA INSCRIPCION
       12000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE INSCRIPCIONES.DAT COMPLETO PARA EL CONTROL DE MATERIA
      *CURSADA
       13000-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES
           IF NOT WSS-FS-INSCRIP-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE INSCRIPCIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-INSCRIP
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 13100-LEER-Y-CARGAR-INSCRIP
               UNTIL WSS-FS-INSCRIP-EOF
           CLOSE INSCRIPCIONES.

       13100-LEER-Y-CARGAR-INSCRIP.
           READ INSCRIPCIONES
           IF WSS-FS-INSCRIP-OK
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
                   MOVE REG-INS-ANIO TO WST-IN-ANIO(IND-IN)
               END-IF
           END-IF.

      *LEE MESAINSC.DAT COMPLETO; UN ARCHIVO INEXISTENTE ARRANCA
      *VACIO Y SE CREA AL GRABAR
       14000-CARGAR-MESA-INSC.
           OPEN INPUT MESA-INSC
           IF NOT WSS-FS-MESA-INSC-OK
               DISPLAY 'ERROR EN EL OPEN DE MESAINSC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 14100-LEER-Y-CARGAR-MI UNTIL WSS-FS-MESA-INSC-EOF
           CLOSE MESA-INSC.

       14100-LEER-Y-CARGAR-MI.
           READ MESA-INSC
           IF WSS-FS-MESA-INSC-OK
               IF WSV-CONT-MESA-INSC >= WSC-MAX-MESA-INSC
                   DISPLAY 'TABLA DE INSCRIPCIONES A MESA LLENA, NO '
                           'SE PUEDE TRABAJAR CON EL ARCHIVO'
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-MESA-INSC
               SET IND-MI TO WSV-CONT-MESA-INSC
               MOVE REG-MESA-INSC TO WST-MI-REGISTRO(IND-MI)
               MOVE 'N' TO WST-MI-ANULADA(IND-MI)
           END-IF.

      *MENU DE INSCRIPCION A MESAS
       20000-MENU.
           DISPLAY '1. INSCRIBIR UN ALUMNO A UNA MESA'
           DISPLAY '2. ANULAR UNA INSCRIPCION'
           DISPLAY '3. LISTAR INSCRIPTOS DE UNA MESA'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-INSCRIBIR-ALUMNO
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ANULAR-INSCRIPCION
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-INSCRIPTOS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE LA MESA Y EL ALUMNO, VALIDA TODO Y AGREGA LA INSCRIPCION
       21000-INSCRIBIR-ALUMNO.
           SET WSS-INSCRIPCION-VALIDA TO TRUE
           PERFORM 21100-PEDIR-MESA
           IF WSS-INSCRIPCION-VALIDA
               PERFORM 21200-PEDIR-ALUMNO
           END-IF
           IF WSS-INSCRIPCION-VALIDA
               PERFORM 21300-CONTROLAR-DUPLICADA
           END-IF
           IF WSS-INSCRIPCION-VALIDA
               PERFORM 21400-CONTROLAR-PENDIENTE
           END-IF
           IF WSS-INSCRIPCION-VALIDA
               IF WSV-CONT-MESA-INSC >= WSC-MAX-MESA-INSC
                   DISPLAY 'TABLA DE INSCRIPCIONES A MESA LLENA, NO '
                           'SE PUEDE INSCRIBIR'
               ELSE
                   MOVE WSV-CLAVE-MESA-E TO WSV-MI-CLAVE-MESA
                   MOVE WSV-NRO-ALUMNO-E TO WSV-MI-NRO-ALUMNO
                   ACCEPT WSV-MI-FECHA-INSC FROM DATE YYYYMMDD
                   MOVE WSV-OPERADOR TO WSV-MI-OPERADOR
                   MOVE 'I' TO WSV-MI-RESULTADO
                   MOVE 0 TO WSV-MI-NOTA
                   ADD 1 TO WSV-CONT-MESA-INSC
                   SET IND-MI TO WSV-CONT-MESA-INSC
                   MOVE WSV-MI-VISTA TO WST-MI-REGISTRO(IND-MI)
                   MOVE 'N' TO WST-MI-ANULADA(IND-MI)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'ALUMNO INSCRIPTO A LA MESA'
               END-IF
           END-IF.

      *PIDE MATERIA, CURSO Y FECHA DE LA MESA Y LA BUSCA EN EL
      *CALENDARIO; UNA MESA CON EL ACTA CERRADA NO ADMITE CAMBIOS
       21100-PEDIR-MESA.
           DISPLAY 'INGRESE NRO DE MATERIA DE LA MESA: '
           ACCEPT WSV-NRO-MATERIA-E
           DISPLAY 'INGRESE CURSO DE LA MESA (EJ 1A): '
           ACCEPT WSV-CURSO-E
           DISPLAY 'INGRESE FECHA DE LA MESA (AAAAMMDD): '
           ACCEPT WSV-FECHA-E
           PERFORM 21150-BUSCAR-MESA
           EVALUATE TRUE
               WHEN NOT WSS-MESA-ENCONTRADA
                   DISPLAY 'NO EXISTE ESA MESA EN MESAS.DAT'
                   MOVE 'N' TO WSV-INSCRIPCION-VALIDA
               WHEN WSS-MSA-CERRADA(IND-MS)
                   DISPLAY 'EL ACTA DE ESA MESA ESTA CERRADA, NO SE '
                           'ADMITEN CAMBIOS'
                   MOVE 'N' TO WSV-INSCRIPCION-VALIDA
               WHEN OTHER
                   MOVE "B" TO WSS-OPCION-MAT
                   MOVE WSV-NRO-MATERIA-E TO REG-NRO-MAT-E
                   CALL WSC-RUTMAT USING REGISTRO-MATERIA
                   IF WSS-MAT-OK
                       DISPLAY 'MESA DE ' REG-DESCRIP-MAT-R
                   END-IF
           END-EVALUATE.

      *BUSCA LA MESA INGRESADA; DEJA IND-MS APUNTANDO A ELLA
       21150-BUSCAR-MESA.
           MOVE 'N' TO WSV-MESA-ENCONTRADA
           PERFORM VARYING IND-MS FROM 1 BY 1
                   UNTIL IND-MS > WSV-CONT-MESAS
                       OR WSS-MESA-ENCONTRADA
               IF WST-MSA-CLAVE(IND-MS) = WSV-CLAVE-MESA-E
                   SET WSS-MESA-ENCONTRADA TO TRUE
               END-IF
           END-PERFORM
           IF WSS-MESA-ENCONTRADA
               SET IND-MS DOWN BY 1
           END-IF.

      *PIDE EL ALUMNO: DEBE EXISTIR EN ALUMNOS.IDX Y ESTAR ACTIVO
       21200-PEDIR-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALUMNO-E
           PERFORM 21250-BUSCAR-ALUMNO
           EVALUATE TRUE
               WHEN NOT WSS-ALUMNO-ENCONTRADO
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                           'ALUMNOS.IDX'
                   MOVE 'N' TO WSV-INSCRIPCION-VALIDA
               WHEN NOT WSS-ALUX-R-ACTIVO
                   DISPLAY 'EL ALUMNO ESTA DADO DE BAJA, NO SE '
                           'PUEDE INSCRIBIR'
                   MOVE 'N' TO WSV-INSCRIPCION-VALIDA
               WHEN OTHER
                   DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
                           ' CURSO ' REG-ALUX-R-CURSO
           END-EVALUATE.

      *LEE POR CLAVE EL ALUMNO INGRESADO; SUS DATOS QUEDAN EN
      *REG-ALUX-R
       21250-BUSCAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-ENCONTRADO
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-ENCONTRADO TO TRUE
           END-IF.

      *RECHAZA UN ALUMNO YA INSCRIPTO A LA MISMA MESA
       21300-CONTROLAR-DUPLICADA.
           MOVE 'N' TO WSV-YA-INSCRIPTO
           PERFORM VARYING IND-MI FROM 1 BY 1
                   UNTIL IND-MI > WSV-CONT-MESA-INSC
                       OR WSS-YA-INSCRIPTO
               MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
               IF WSV-MI-CLAVE-MESA = WSV-CLAVE-MESA-E
                       AND WSV-MI-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                       AND NOT WSS-MI-ANULADA(IND-MI)
                   SET WSS-YA-INSCRIPTO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-YA-INSCRIPTO
               DISPLAY 'EL ALUMNO YA ESTA INSCRIPTO A ESA MESA'
               MOVE 'N' TO WSV-INSCRIPCION-VALIDA
           END-IF.

      *LA MATERIA DEBE ESTAR PENDIENTE: EL ALUMNO LA CURSO (ESTA EN
      *INSCRIPCIONES.DAT HASTA EL ANIO DE LA MESA) Y NO LA TIENE
      *APROBADA NI POR PROMEDIO DE CURSADA NI POR UNA MESA ANTERIOR
       21400-CONTROLAR-PENDIENTE.
           SET WSS-PREV-BUSCAR TO TRUE
           MOVE WSV-NRO-ALUMNO-E TO REG-PREV-NRO-ALUMNO
           MOVE WSV-NRO-MATERIA-E TO REG-PREV-NRO-MATERIA
           CALL WSC-RUTPREV USING REGISTRO-PREVIA
           EVALUATE TRUE
               WHEN WSS-PREV-OK
                   DISPLAY 'MATERIA PREVIA PENDIENTE DEL ANIO '
                           REG-PREV-ANIO-ORIGEN
               WHEN WSS-PREV-ERROR
                   DISPLAY 'PREVIAS: ' WSV-ST-TEXTO-PREV
                   PERFORM 21405-CONTROLAR-CURSADA
               WHEN OTHER
                   PERFORM 21405-CONTROLAR-CURSADA
           END-EVALUATE.

      *SIN PREVIA REGISTRADA, LA MATERIA DEBE ESTAR CURSADA Y NO
      *APROBADA
       21405-CONTROLAR-CURSADA.
           MOVE 'N' TO WSV-CURSO-LA-MATERIA
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INSCRIP
                       OR WSS-CURSO-LA-MATERIA
               IF WST-IN-NRO-ALUMNO(IND-IN) = WSV-NRO-ALUMNO-E
                       AND WST-IN-NRO-MATERIA(IND-IN) =
                           WSV-NRO-MATERIA-E
                       AND WST-IN-ANIO(IND-IN) <= WSV-FECHA-E(1:4)
                   SET WSS-CURSO-LA-MATERIA TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-CURSO-LA-MATERIA
               DISPLAY 'EL ALUMNO NO CURSO ESA MATERIA, NO LA '
                       'PUEDE RENDIR'
               MOVE 'N' TO WSV-INSCRIPCION-VALIDA
           ELSE
               PERFORM 21410-CALCULAR-SITUACION
               EVALUATE TRUE
                   WHEN WSS-TIENE-FINAL
                           AND WSV-MEJOR-FINAL >= WSC-NOTA-APROBACION
                       DISPLAY 'EL ALUMNO YA APROBO LA MATERIA EN '
                               'MESA (NOTA ' WSV-MEJOR-FINAL ')'
                       MOVE 'N' TO WSV-INSCRIPCION-VALIDA
                   WHEN WSV-CONT-CURSADA NOT= 0
                           AND WSV-PROM-CURSADA >= WSC-NOTA-APROBACION
                       DISPLAY 'EL ALUMNO TIENE LA MATERIA APROBADA '
                               '(PROMEDIO ' WSV-PROM-CURSADA ')'
                       MOVE 'N' TO WSV-INSCRIPCION-VALIDA
               END-EVALUATE
           END-IF.

      *RECORRE NOTANEW.DAT ACUMULANDO LAS NOTAS DE CURSADA DEL
      *ALUMNO EN LA MATERIA Y LA MEJOR NOTA DE MESA
       21410-CALCULAR-SITUACION.
           MOVE 0 TO WSV-ACUM-CURSADA
           MOVE 0 TO WSV-CONT-CURSADA
           MOVE 0 TO WSV-PROM-CURSADA
           MOVE 0 TO WSV-MEJOR-FINAL
           MOVE 'N' TO WSV-TIENE-FINAL
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
           ELSE
               PERFORM 21420-LEER-Y-ACUMULAR
                   UNTIL WSS-FS-NOTAS-EOF
               CLOSE ENTRADA-NOTAS
               IF WSV-CONT-CURSADA NOT= 0
                   COMPUTE WSV-PROM-CURSADA = WSV-ACUM-CURSADA /
                           WSV-CONT-CURSADA
               END-IF
           END-IF.

       21420-LEER-Y-ACUMULAR.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-NOTAS-OK
               IF REG-NOT-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                       AND REG-NOT-NRO-MATERIA = WSV-NRO-MATERIA-E
                   IF WSS-NOT-MESA-FINAL
                       SET WSS-TIENE-FINAL TO TRUE
                       IF REG-NOT-NOTA > WSV-MEJOR-FINAL
                           MOVE REG-NOT-NOTA TO WSV-MEJOR-FINAL
                       END-IF
                   ELSE
                       ADD REG-NOT-NOTA TO WSV-ACUM-CURSADA
                       ADD 1 TO WSV-CONT-CURSADA
                   END-IF
               END-IF
           END-IF
           END-IF.

      *PIDE MESA Y ALUMNO Y ANULA LA INSCRIPCION, SALVO QUE EL ACTA
      *YA ESTE CERRADA
       23000-ANULAR-INSCRIPCION.
           SET WSS-INSCRIPCION-VALIDA TO TRUE
           PERFORM 21100-PEDIR-MESA
           IF WSS-INSCRIPCION-VALIDA
               DISPLAY 'INGRESE NRO DE ALUMNO: '
               ACCEPT WSV-NRO-ALUMNO-E
               PERFORM 21300-CONTROLAR-DUPLICADA
               IF WSS-YA-INSCRIPTO
                   SET IND-MI DOWN BY 1
                   MOVE 'S' TO WST-MI-ANULADA(IND-MI)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'INSCRIPCION ANULADA'
               ELSE
                   DISPLAY 'EL ALUMNO NO ESTA INSCRIPTO A ESA MESA'
               END-IF
           END-IF.

      *MUESTRA LOS INSCRIPTOS DE UNA MESA (ABIERTA O CERRADA)
       24000-LISTAR-INSCRIPTOS.
           DISPLAY 'INGRESE NRO DE MATERIA DE LA MESA: '
           ACCEPT WSV-NRO-MATERIA-E
           DISPLAY 'INGRESE CURSO DE LA MESA (EJ 1A): '
           ACCEPT WSV-CURSO-E
           DISPLAY 'INGRESE FECHA DE LA MESA (AAAAMMDD): '
           ACCEPT WSV-FECHA-E
           PERFORM 21150-BUSCAR-MESA
           IF NOT WSS-MESA-ENCONTRADA
               DISPLAY 'NO EXISTE ESA MESA EN MESAS.DAT'
           ELSE
               MOVE WSV-FECHA-E TO WSV-FECHA-EDIT
               DISPLAY '--- INSCRIPTOS MESA MATERIA '
                       WSV-NRO-MATERIA-E ' CURSO ' WSV-CURSO-E
                       ' FECHA ' WSV-FECHA-EDIT ' ---'
               IF WSS-MSA-CERRADA(IND-MS)
                   DISPLAY '(ACTA CERRADA)'
               END-IF
               MOVE 0 TO WSV-CONT-LISTADOS
               PERFORM VARYING IND-MI FROM 1 BY 1
                       UNTIL IND-MI > WSV-CONT-MESA-INSC
                   MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
                   IF WSV-MI-CLAVE-MESA = WSV-CLAVE-MESA-E
                           AND NOT WSS-MI-ANULADA(IND-MI)
                       PERFORM 24100-MOSTRAR-INSCRIPTO
                   END-IF
               END-PERFORM
               DISPLAY 'TOTAL INSCRIPTOS: ' WSV-CONT-LISTADOS
           END-IF.

       24100-MOSTRAR-INSCRIPTO.
           ADD 1 TO WSV-CONT-LISTADOS
           MOVE WSV-MI-NRO-ALUMNO TO WSV-NRO-ALUMNO-E
           PERFORM 21250-BUSCAR-ALUMNO
           IF WSS-ALUMNO-ENCONTRADO
               DISPLAY '  ' WSV-MI-NRO-ALUMNO ' '
                       REG-ALUX-R-NOMBRE ' '
                       REG-ALUX-R-CURSO ' ' WSV-MI-RESULTADO
                       ' ' WSV-MI-NOTA
           ELSE
               DISPLAY '  ' WSV-MI-NRO-ALUMNO ' (NO ESTA EN '
                       'ALUMNOS.IDX) ' WSV-MI-RESULTADO
           END-IF.

      *REGRABA MESAINSC.DAT COMPLETO SIN LAS INSCRIPCIONES ANULADAS
       30000-GRABAR-MESA-INSC.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT MESA-INSC
               IF NOT WSS-FS-MESA-INSC-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE MESAINSC.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
               ELSE
                   PERFORM VARYING IND-MI FROM 1 BY 1
                           UNTIL IND-MI > WSV-CONT-MESA-INSC
                       IF NOT WSS-MI-ANULADA(IND-MI)
                           MOVE WST-MI-REGISTRO(IND-MI)
                               TO REG-MESA-INSC
                           WRITE REG-MESA-INSC
                           IF NOT WSS-FS-MESA-INSC-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
                                       'MESAINSC.DAT'
                               DISPLAY 'FILE STATUS '
                                       WSS-FS-MESA-INSC
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE MESA-INSC
                   DISPLAY 'CAMBIOS GRABADOS EN MESAINSC.DAT'
               END-IF
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           PERFORM 39000-LEVANTAR-MARCA-SESION
           STOP RUN.
