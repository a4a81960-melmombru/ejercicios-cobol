      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento del calendario de evaluaciones
      *EVALUACIONES.DAT (curso, fecha, materia, docente y tipo de
      *evaluacion: E escrita, O oral, T trabajo practico, I
      *integradora). El reglamento no admite mas de dos evaluaciones
      *por dia para un mismo curso ni evaluaciones en la ultima
      *semana de un termino, y hasta ahora se anunciaban de palabra.
      *Cada alta valida la materia via RUTMAT, el docente via RUTDOC,
      *que la fecha sea dia habil via RUTHABIL y que caiga dentro de
      *un termino del calendario escolar via RUTCICLO (fuera de su
      *ultima semana); rechaza una tercera evaluacion del curso el
      *mismo dia y avisa si la materia no tiene modulo ese dia de la
      *semana en la grilla horaria HORARIOS.DAT. Ademas imprime el
      *calendario mensual de un curso para la cartelera del aula,
      *como HORASEM: EVALccAAAAMM.TXT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EVALMANT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL EVALUACIONES    ASSIGN TO DISK
                                       'EVALUACIONES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-EVAL.

       SELECT OPTIONAL HORARIOS        ASSIGN TO DISK 'HORARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HORARIOS.

       SELECT CALENDARIO-MES           ASSIGN TO DYNAMIC WSV-NOMBRE-CAL
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-CAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD EVALUACIONES.
       01 REG-EVALUACION.
           05 REG-EVA-CURSO                PIC X(02).
           05 REG-EVA-FECHA                PIC 9(08).
           05 REG-EVA-NRO-MATERIA          PIC 9(02).
           05 REG-EVA-NRO-DOCENTE          PIC 9(03).
           05 REG-EVA-TIPO                 PIC X(01).

       FD HORARIOS.
       01 REG-HORARIO.
           05 REG-HOR-NRO-MATERIA          PIC 9(02).
           05 REG-HOR-CURSO                PIC X(02).
           05 REG-HOR-DIA                  PIC 9(01).
           05 REG-HOR-MODULO               PIC 9(01).
           05 REG-HOR-NRO-DOCENTE          PIC 9(03).

       FD CALENDARIO-MES.
       01 REG-CALENDARIO-MES               PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-EVAL                      PIC X(02).
           88 WSS-FS-EVAL-OK                   VALUE '00' '05'.
           88 WSS-FS-EVAL-EOF                  VALUE '10'.

       01 WSS-FS-HORARIOS                  PIC X(02).
           88 WSS-FS-HORARIOS-OK               VALUE '00' '05'.
           88 WSS-FS-HORARIOS-EOF              VALUE '10'.

       01 WSS-FS-CAL                       PIC X(02).
           88 WSS-FS-CAL-OK                    VALUE '00'.

       01 WSV-NOMBRE-CAL                   PIC X(20).

       01 WSV-CONT-EVAL                    PIC S9(4) COMP.
       01 WSC-MAX-EVAL                     PIC 9(03) VALUE 500.

      *LA TABLA LLEVA CURSO Y FECHA AL FRENTE PARA PODER ORDENARLA
      *CON RUTSORT Y LISTAR CADA CURSO EN ORDEN CRONOLOGICO
       01 WST-EVALUACIONES.
           05 WST-EVAL                OCCURS 500 TIMES INDEXED BY IND.
               10 WST-EVA-CURSO            PIC X(02).
               10 WST-EVA-FECHA            PIC 9(08).
               10 WST-EVA-NRO-MATERIA      PIC 9(02).
               10 WST-EVA-NRO-DOCENTE      PIC 9(03).
               10 WST-EVA-TIPO             PIC X(01).
               10 WST-EVA-BAJA             PIC X(01) VALUE 'N'.
                   88 WSS-EVAL-DE-BAJA             VALUE 'S'.

      *GRILLA HORARIA, SOLO PARA AVISAR SI LA MATERIA NO TIENE
      *MODULO EL DIA DE LA EVALUACION
       01 WSC-MAX-HORARIOS                 PIC 9(03) VALUE 400.
       01 WSV-CONT-HORARIOS                PIC S9(4) COMP VALUE 0.
       01 WST-HORARIOS.
           05 WST-HORARIO             OCCURS 400 TIMES
                                      INDEXED BY IND-HR.
               10 WST-HR-NRO-MATERIA       PIC 9(02).
               10 WST-HR-CURSO             PIC X(02).
               10 WST-HR-DIA               PIC 9(01).
               10 WST-HR-MODULO            PIC 9(01).
               10 WST-HR-NRO-DOCENTE       PIC 9(03).

       01 WSV-BUSQUEDA-EVAL                PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

       01 WSV-NRO-MATERIA-E                PIC 9(02).
       01 WSV-CURSO-E                      PIC X(02).
       01 WSV-FECHA-E                      PIC 9(08).
       01 WSV-NRO-DOCENTE-E                PIC 9(03).
       01 WSV-TIPO-E                       PIC X(01).
           88 WSS-TIPO-VALIDO                  VALUE 'E' 'O' 'T' 'I'.
       01 WSV-PERIODO-E                    PIC 9(06).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.

       01 WSV-EVAL-VALIDA                  PIC X(01).
           88 WSS-EVAL-VALIDA                  VALUE 'S'.

      *REGLAMENTO: HASTA DOS EVALUACIONES POR DIA Y POR CURSO, Y
      *NINGUNA EN LOS ULTIMOS 7 DIAS CORRIDOS DEL TERMINO
       01 WSC-MAX-EVAL-DIA                 PIC 9(01) VALUE 2.
       01 WSC-DIAS-ULTIMA-SEMANA           PIC S9(05) VALUE -6.
       01 WSV-CONT-EVAL-DIA                PIC 9(02).
       01 WSV-DIA-SEMANA                   PIC 9(01).
       01 WSV-INICIO-ULT-SEMANA            PIC 9(08).
       01 WSV-SUB-TE                       PIC 9(02).
       01 WSV-TERMINO-ENCONTRADO           PIC X(01).
           88 WSS-TERMINO-ENCONTRADO           VALUE 'S'.
       01 WSV-TIENE-MODULO                 PIC X(01).
           88 WSS-TIENE-MODULO                 VALUE 'S'.

       01 WSV-FECHA-EDIT                   PIC 9999/99/99.
       01 WSV-CONT-LISTADAS                PIC 9(03).
       01 WSV-TABLA-ORDENADA               PIC X(01) VALUE 'N'.
           88 WSS-TABLA-ORDENADA               VALUE 'S'.

      *CALENDARIO DEL MES: HASTA 6 SEMANAS DE LUNES A VIERNES; CADA
      *CELDA LLEVA EL DIA Y HASTA DOS EVALUACIONES
       01 WST-MES.
           05 WST-ME-SEMANA           OCCURS 6 TIMES.
               10 WST-ME-CELDA        OCCURS 5 TIMES.
                   15 WST-ME-DIA               PIC 9(02).
                   15 WST-ME-NO-HABIL          PIC X(01).
                       88 WSS-ME-NO-HABIL              VALUE 'S'.
                   15 WST-ME-CANT              PIC 9(01).
                   15 WST-ME-EVAL              PIC X(14)
                                               OCCURS 2 TIMES.
      *SEMANA Y DIA DE LA SEMANA DE CADA DIA DEL MES (0 SI CAE EN
      *SABADO O DOMINGO)
       01 WST-UBICACION-DIAS.
           05 WST-UBIC                OCCURS 31 TIMES.
               10 WST-UB-SEMANA            PIC 9(01).
               10 WST-UB-DIA               PIC 9(01).
       01 WSV-SUB-SEM                      PIC S9(4) COMP.
       01 WSV-SUB-DIA                      PIC S9(4) COMP.
       01 WSV-SUB-EV                       PIC S9(4) COMP.
       01 WSV-DIA-MES                      PIC 9(02).
       01 WSV-CONT-SEMANAS                 PIC S9(4) COMP.
       01 WSV-SEMANA-USADA                 PIC X(01).
           88 WSS-SEMANA-USADA                 VALUE 'S'.
       01 WSV-FIN-DE-MES                   PIC X(01).
           88 WSS-FIN-DE-MES                   VALUE 'S'.
       01 WSV-CONT-EVAL-MES                PIC 9(03).

       01 WST-DIAS-SEMANA.
           05 FILLER                       PIC X(09) VALUE 'LUNES'.
           05 FILLER                       PIC X(09) VALUE 'MARTES'.
           05 FILLER                       PIC X(09) VALUE 'MIERCOLES'.
           05 FILLER                       PIC X(09) VALUE 'JUEVES'.
           05 FILLER                       PIC X(09) VALUE 'VIERNES'.
       01 WST-DIAS-R REDEFINES WST-DIAS-SEMANA.
           05 WST-DIA-NOMBRE               PIC X(09) OCCURS 5 TIMES.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       01  WSC-RUTDOC                          PIC X(06)
                                                       VALUE "RUTDOC".
       01  WSC-RUTHABIL                        PIC X(08)
                                                       VALUE "RUTHABIL".
       01  WSC-RUTCICLO                        PIC X(08)
                                                       VALUE "RUTCICLO".
       01  WSC-RUTDIAS                         PIC X(08)
                                                       VALUE "RUTDIAS".
       01  WSC-RUTSORT                         PIC X(07)
                                                       VALUE "RUTSORT".
       COPY REG-MAT.
       COPY REG-DOC.
       COPY REG-HABIL.
       COPY REG-CICLO.
       COPY REG-DIAS.
       COPY REG-SORT.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                       PIC X(78) VALUE ALL "-".
       01 WSV-LINEA-CALENDARIO.
           05 WSV-CAL-SEMANA-R             PIC X(03).
           05 WSV-CAL-CELDA           OCCURS 5 TIMES.
               10 FILLER                   PIC X(01).
               10 WSV-CAL-TEXTO-R          PIC X(14).
       01 WSV-DIA-EDIT                     PIC Z9.
       01 WSV-SEMANA-EDIT                  PIC Z9.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLAS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EVALMANT' TO REG-OPER-PROGRAMA-E
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

      *CARGA LAS TABLAS DE MATERIAS (RUTMAT) Y DE DOCENTES (RUTDOC)
      *Y LA GRILLA HORARIA; SIN
      *GRILLA NO SE PUEDE AVISAR DE MATERIAS SIN MODULO, PERO EL
      *CALENDARIO SE PUEDE MANTENER IGUAL
       05000-CARGAR-TABLAS.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE "A" TO WSS-OPCION-DOC
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF NOT WSS-DOC-OK
               DISPLAY WSV-ST-TEXTO-DOC
               DISPLAY WSV-ST-RETORNO-DOC
           END-IF
           OPEN INPUT HORARIOS
           IF NOT WSS-FS-HORARIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE HORARIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HORARIOS
           ELSE
               PERFORM 06000-LEER-Y-CARGAR-HORARIO
                   UNTIL WSS-FS-HORARIOS-EOF
               CLOSE HORARIOS
           END-IF
           IF WSV-CONT-HORARIOS = 0
               DISPLAY 'AVISO: GRILLA HORARIA VACIA, NO SE CONTROLA '
                       'QUE LA MATERIA TENGA MODULO EL DIA DE LA '
                       'EVALUACION'
           END-IF.

       06000-LEER-Y-CARGAR-HORARIO.
           READ HORARIOS
           IF WSS-FS-HORARIOS-OK
               IF WSV-CONT-HORARIOS >= WSC-MAX-HORARIOS
                   DISPLAY 'TABLA DE HORARIOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-HORARIOS
               ELSE
                   ADD 1 TO WSV-CONT-HORARIOS
                   SET IND-HR TO WSV-CONT-HORARIOS
                   MOVE REG-HORARIO TO WST-HORARIO(IND-HR)
               END-IF
           END-IF.

      *LEE EVALUACIONES.DAT COMPLETO Y LO CARGA EN MEMORIA; UN
      *ARCHIVO INEXISTENTE ARRANCA VACIO Y SE CREA AL GRABAR
       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-EVAL
           OPEN INPUT EVALUACIONES
           IF NOT WSS-FS-EVAL-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE EVALUACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-EVAL
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           SET IND TO 1
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-EVAL-EOF
           CLOSE EVALUACIONES
           IF NOT WSS-FS-EVAL-OK
               DISPLAY 'ERROR EN EL CLOSE DE ARCHIVO DE EVALUACIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-EVAL
           END-IF.

       11000-LEER-Y-CARGAR.
           READ EVALUACIONES
           IF WSS-FS-EVAL-OK
               IF WSV-CONT-EVAL >= WSC-MAX-EVAL
                   DISPLAY 'TABLA DE EVALUACIONES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-EVAL
               ELSE
                   MOVE REG-EVA-CURSO TO WST-EVA-CURSO(IND)
                   MOVE REG-EVA-FECHA TO WST-EVA-FECHA(IND)
                   MOVE REG-EVA-NRO-MATERIA
                       TO WST-EVA-NRO-MATERIA(IND)
                   MOVE REG-EVA-NRO-DOCENTE
                       TO WST-EVA-NRO-DOCENTE(IND)
                   MOVE REG-EVA-TIPO TO WST-EVA-TIPO(IND)
                   MOVE 'N' TO WST-EVA-BAJA(IND)
                   ADD 1 TO WSV-CONT-EVAL
                   ADD 1 TO IND
               END-IF
           END-IF.

      *MUESTRA EL MENU DE MANTENIMIENTO DEL CALENDARIO DE
      *EVALUACIONES
       20000-MENU.
           DISPLAY '1. AGREGAR UNA EVALUACION'
           DISPLAY '2. ELIMINAR UNA EVALUACION'
           DISPLAY '3. EVALUACIONES DE UN CURSO'
           DISPLAY '4. CALENDARIO MENSUAL DE UN CURSO (CARTELERA)'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-EVALUACION
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-EVALUACION
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-CURSO
               WHEN 4 PERFORM 25000-CALENDARIO-MENSUAL
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE LOS DATOS DE UNA EVALUACION NUEVA Y LA AGREGA SI PASA
      *TODAS LAS VALIDACIONES DEL REGLAMENTO
       21000-AGREGAR-EVALUACION.
           IF WSV-CONT-EVAL >= WSC-MAX-EVAL
               DISPLAY 'TABLA DE EVALUACIONES LLENA, NO SE PUEDE '
                       'AGREGAR'
           ELSE
               SET WSS-EVAL-VALIDA TO TRUE
               PERFORM 21100-PEDIR-Y-VALIDAR-MATERIA
               IF WSS-EVAL-VALIDA
                   PERFORM 21200-PEDIR-Y-VALIDAR-FECHA
               END-IF
               IF WSS-EVAL-VALIDA
                   PERFORM 21300-VALIDAR-TERMINO
               END-IF
               IF WSS-EVAL-VALIDA
                   PERFORM 21400-CONTROLAR-LIMITE-DIARIO
               END-IF
               IF WSS-EVAL-VALIDA
                   PERFORM 21500-PEDIR-Y-VALIDAR-DOCENTE
               END-IF
               IF WSS-EVAL-VALIDA
                   PERFORM 21600-PEDIR-Y-VALIDAR-TIPO
               END-IF
               IF WSS-EVAL-VALIDA
                   PERFORM 21700-AVISAR-SIN-MODULO
                   ADD 1 TO WSV-CONT-EVAL
                   SET IND TO WSV-CONT-EVAL
                   MOVE WSV-CURSO-E TO WST-EVA-CURSO(IND)
                   MOVE WSV-FECHA-E TO WST-EVA-FECHA(IND)
                   MOVE WSV-NRO-MATERIA-E TO WST-EVA-NRO-MATERIA(IND)
                   MOVE WSV-NRO-DOCENTE-E TO WST-EVA-NRO-DOCENTE(IND)
                   MOVE WSV-TIPO-E TO WST-EVA-TIPO(IND)
                   MOVE 'N' TO WST-EVA-BAJA(IND)
                   MOVE 'N' TO WSV-TABLA-ORDENADA
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'EVALUACION AGREGADA AL CALENDARIO'
               END-IF
           END-IF.

      *VALIDA LA MATERIA CONTRA materias.dat VIA RUTMAT Y PIDE EL
      *CURSO QUE ES EVALUADO
       21100-PEDIR-Y-VALIDAR-MATERIA.
           DISPLAY 'INGRESE NRO DE MATERIA: '
           ACCEPT WSV-NRO-MATERIA-E
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WSV-NRO-MATERIA-E TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF WSS-MAT-OK
               DISPLAY 'MATERIA: ' REG-DESCRIP-MAT-R
               DISPLAY 'INGRESE CURSO (EJ 1A): '
               ACCEPT WSV-CURSO-E
               IF WSV-CURSO-E = SPACES
                   DISPLAY 'CURSO OBLIGATORIO'
                   MOVE 'N' TO WSV-EVAL-VALIDA
               END-IF
           ELSE
               DISPLAY 'MATERIA INEXISTENTE: ' WSV-ST-TEXTO-MAT
               MOVE 'N' TO WSV-EVAL-VALIDA
           END-IF.

      *VALIDA LA FECHA VIA RUTHABIL: NI FIN DE SEMANA NI FERIADO DE
      *FERIADOS.DAT
       21200-PEDIR-Y-VALIDAR-FECHA.
           DISPLAY 'INGRESE FECHA DE LA EVALUACION (AAAAMMDD): '
           ACCEPT WSV-FECHA-E
           SET WSS-HABIL-ES TO TRUE
           MOVE WSV-FECHA-E TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           EVALUATE TRUE
               WHEN WSS-HABIL-ERROR
                   DISPLAY 'FECHA INVALIDA: ' WSV-ST-TEXTO-HABIL
                   MOVE 'N' TO WSV-EVAL-VALIDA
               WHEN WSS-NO-ES-HABIL
                   DISPLAY 'LA FECHA CAE EN FIN DE SEMANA O '
                           'FERIADO, NO SE PUEDE TOMAR EVALUACION'
                   MOVE 'N' TO WSV-EVAL-VALIDA
           END-EVALUATE.

      *TRAE LOS TERMINOS DEL ANIO VIA RUTCICLO: LA FECHA TIENE QUE
      *CAER DENTRO DE UN TERMINO Y FUERA DE SU ULTIMA SEMANA (LOS 7
      *DIAS CORRIDOS QUE TERMINAN EN LA FECHA HASTA DEL TERMINO)
       21300-VALIDAR-TERMINO.
           SET WSS-CICLO-ESTADO-ANIO TO TRUE
           MOVE WSV-FECHA-E(1:6) TO REG-CICLO-PERIODO-E
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           MOVE 'N' TO WSV-TERMINO-ENCONTRADO
           PERFORM VARYING WSV-SUB-TE FROM 1 BY 1
                   UNTIL WSV-SUB-TE > REG-CICLO-CANT-R
                       OR WSS-TERMINO-ENCONTRADO
               IF WSV-FECHA-E >= REG-CICLO-TE-DESDE-R(WSV-SUB-TE)
                       AND WSV-FECHA-E <=
                           REG-CICLO-TE-HASTA-R(WSV-SUB-TE)
                   SET WSS-TERMINO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN REG-CICLO-CANT-R = 0
                   DISPLAY 'EL ANIO ' WSV-FECHA-E(1:4) ' NO TIENE '
                           'CALENDARIO ESCOLAR (CARGARLO CON CICLMANT)'
                   MOVE 'N' TO WSV-EVAL-VALIDA
               WHEN NOT WSS-TERMINO-ENCONTRADO
                   DISPLAY 'LA FECHA NO CAE DENTRO DE NINGUN TERMINO '
                           'DEL CALENDARIO ESCOLAR'
                   MOVE 'N' TO WSV-EVAL-VALIDA
               WHEN OTHER
                   SUBTRACT 1 FROM WSV-SUB-TE
                   SET WSS-DIAS-AGREGAR TO TRUE
                   MOVE REG-CICLO-TE-HASTA-R(WSV-SUB-TE)
                       TO REG-DIAS-FECHA
                   MOVE WSC-DIAS-ULTIMA-SEMANA TO REG-DIAS-CANTIDAD
                   CALL WSC-RUTDIAS USING REGISTRO-DIAS
                   IF WSS-DIAS-OK
                       MOVE REG-DIAS-FECHA-R TO WSV-INICIO-ULT-SEMANA
                       IF WSV-FECHA-E >= WSV-INICIO-ULT-SEMANA
                           MOVE WSV-INICIO-ULT-SEMANA
                               TO WSV-FECHA-EDIT
                           DISPLAY 'LA FECHA CAE EN LA ULTIMA SEMANA '
                                   'DEL TERMINO '
                                   REG-CICLO-TE-TERMINO-R(WSV-SUB-TE)
                                   ' (DESDE EL ' WSV-FECHA-EDIT
                                   '), NO SE PUEDE TOMAR EVALUACION'
                           MOVE 'N' TO WSV-EVAL-VALIDA
                       END-IF
                   END-IF
           END-EVALUATE.

      *RECHAZA LA MISMA MATERIA DOS VECES EL MISMO DIA Y UNA TERCERA
      *EVALUACION DEL CURSO ESE DIA, MOSTRANDO LAS QUE YA TIENE
       21400-CONTROLAR-LIMITE-DIARIO.
           MOVE 0 TO WSV-CONT-EVAL-DIA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EVAL
               IF WST-EVA-CURSO(IND) = WSV-CURSO-E
                       AND WST-EVA-FECHA(IND) = WSV-FECHA-E
                       AND NOT WSS-EVAL-DE-BAJA(IND)
                   ADD 1 TO WSV-CONT-EVAL-DIA
                   IF WST-EVA-NRO-MATERIA(IND) = WSV-NRO-MATERIA-E
                       DISPLAY 'LA MATERIA YA TIENE EVALUACION ESE '
                               'DIA PARA EL CURSO'
                       MOVE 'N' TO WSV-EVAL-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           IF WSS-EVAL-VALIDA AND WSV-CONT-EVAL-DIA >= WSC-MAX-EVAL-DIA
               DISPLAY 'EL CURSO ' WSV-CURSO-E ' YA TIENE '
                       WSV-CONT-EVAL-DIA ' EVALUACIONES ESE DIA, '
                       'EVALUACION RECHAZADA:'
               PERFORM VARYING WSV-SUB-EV FROM 1 BY 1
                       UNTIL WSV-SUB-EV > WSV-CONT-EVAL
                   IF WST-EVA-CURSO(WSV-SUB-EV) = WSV-CURSO-E
                           AND WST-EVA-FECHA(WSV-SUB-EV) = WSV-FECHA-E
                           AND NOT WSS-EVAL-DE-BAJA(WSV-SUB-EV)
                       PERFORM 27000-MOSTRAR-EVALUACION
                   END-IF
               END-PERFORM
               MOVE 'N' TO WSV-EVAL-VALIDA
           END-IF.

      *VALIDA EL DOCENTE QUE TOMA LA EVALUACION VIA RUTDOC
       21500-PEDIR-Y-VALIDAR-DOCENTE.
           DISPLAY 'INGRESE NRO DE DOCENTE: '
           ACCEPT WSV-NRO-DOCENTE-E
           SET WSS-BUSCAR-DOC TO TRUE
           MOVE WSV-NRO-DOCENTE-E TO REG-NRO-DOC-E
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               DISPLAY 'DOCENTE INEXISTENTE: ' WSV-ST-TEXTO-DOC
               MOVE 'N' TO WSV-EVAL-VALIDA
           ELSE
               DISPLAY 'DOCENTE: ' REG-NOMBRE-DOC-R
           END-IF.

       21600-PEDIR-Y-VALIDAR-TIPO.
           DISPLAY 'TIPO (E ESCRITA, O ORAL, T TRABAJO PRACTICO, '
                   'I INTEGRADORA): '
           ACCEPT WSV-TIPO-E
           IF NOT WSS-TIPO-VALIDO
               DISPLAY 'TIPO DE EVALUACION INVALIDO'
               MOVE 'N' TO WSV-EVAL-VALIDA
           END-IF.

      *AVISA (SIN RECHAZAR) SI LA MATERIA NO TIENE MODULO EN EL CURSO
      *EL DIA DE LA SEMANA DE LA EVALUACION SEGUN HORARIOS.DAT
       21700-AVISAR-SIN-MODULO.
           IF WSV-CONT-HORARIOS > 0
               SET WSS-DIAS-SEMANA TO TRUE
               MOVE WSV-FECHA-E TO REG-DIAS-FECHA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               MOVE REG-DIAS-DIA-SEMANA TO WSV-DIA-SEMANA
               MOVE 'N' TO WSV-TIENE-MODULO
               PERFORM VARYING IND-HR FROM 1 BY 1
                       UNTIL IND-HR > WSV-CONT-HORARIOS
                           OR WSS-TIENE-MODULO
                   IF WST-HR-NRO-MATERIA(IND-HR) = WSV-NRO-MATERIA-E
                           AND WST-HR-CURSO(IND-HR) = WSV-CURSO-E
                           AND WST-HR-DIA(IND-HR) = WSV-DIA-SEMANA
                       SET WSS-TIENE-MODULO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-DIAS-OK AND NOT WSS-TIENE-MODULO
                       AND WSV-DIA-SEMANA <= 5
                   DISPLAY 'AVISO: LA MATERIA NO TIENE MODULO EL '
                           FUNCTION TRIM(WST-DIA-NOMBRE(WSV-DIA-SEMANA))
                           ' EN EL CURSO ' WSV-CURSO-E
                           ' (HORARIOS.DAT)'
               END-IF
           END-IF.

      *PIDE CURSO, MATERIA Y FECHA DE LA EVALUACION A ELIMINAR Y LA
      *MARCA DE BAJA
       23000-ELIMINAR-EVALUACION.
           DISPLAY 'INGRESE CURSO: '
           ACCEPT WSV-CURSO-E
           DISPLAY 'INGRESE NRO DE MATERIA: '
           ACCEPT WSV-NRO-MATERIA-E
           DISPLAY 'INGRESE FECHA (AAAAMMDD): '
           ACCEPT WSV-FECHA-E
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EVAL
                       OR WSS-BUSQUEDA-OK
               IF WST-EVA-CURSO(IND) = WSV-CURSO-E
                       AND WST-EVA-NRO-MATERIA(IND) = WSV-NRO-MATERIA-E
                       AND WST-EVA-FECHA(IND) = WSV-FECHA-E
                       AND NOT WSS-EVAL-DE-BAJA(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               COMPUTE IND = IND - 1
               MOVE 'S' TO WST-EVA-BAJA(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'EVALUACION ELIMINADA'
           ELSE
               DISPLAY 'NO EXISTE UNA EVALUACION CON ESOS DATOS'
           END-IF.

      *ORDENA LA TABLA POR CURSO Y FECHA VIA RUTSORT
       23500-ORDENAR-TABLA.
           IF NOT WSS-TABLA-ORDENADA AND WSV-CONT-EVAL > 1
               MOVE WSV-CONT-EVAL TO REG-SORT-CANT-ELEM
               MOVE 17 TO REG-SORT-LONG-ELEM
               MOVE 1 TO REG-SORT-POS-CLAVE
               MOVE 10 TO REG-SORT-LONG-CLAVE
               SET WSS-SORT-ASCENDENTE TO TRUE
               CALL WSC-RUTSORT USING REGISTRO-SORT WST-EVALUACIONES
               IF WSS-SORT-ERROR
                   DISPLAY 'ERROR AL ORDENAR EL CALENDARIO'
                   DISPLAY WSV-ST-RETORNO-SORT ' ' WSV-ST-TEXTO-SORT
               ELSE
                   SET WSS-TABLA-ORDENADA TO TRUE
               END-IF
           END-IF.

      *TODAS LAS EVALUACIONES DE UN CURSO EN ORDEN CRONOLOGICO
       24000-LISTAR-CURSO.
           DISPLAY 'INGRESE CURSO: '
           ACCEPT WSV-CURSO-E
           PERFORM 23500-ORDENAR-TABLA
           MOVE 0 TO WSV-CONT-LISTADAS
           DISPLAY '--- EVALUACIONES DEL CURSO ' WSV-CURSO-E ' ---'
           PERFORM VARYING WSV-SUB-EV FROM 1 BY 1
                   UNTIL WSV-SUB-EV > WSV-CONT-EVAL
               IF WST-EVA-CURSO(WSV-SUB-EV) = WSV-CURSO-E
                       AND NOT WSS-EVAL-DE-BAJA(WSV-SUB-EV)
                   PERFORM 27000-MOSTRAR-EVALUACION
                   ADD 1 TO WSV-CONT-LISTADAS
               END-IF
           END-PERFORM
           IF WSV-CONT-LISTADAS = 0
               DISPLAY 'EL CURSO NO TIENE EVALUACIONES CARGADAS'
           END-IF.

      *CALENDARIO DEL MES PEDIDO PARA UN CURSO, EN UNA GRILLA DE
      *LUNES A VIERNES; SE GRABA EN EVALccAAAAMM.TXT PARA IMPRIMIR
       25000-CALENDARIO-MENSUAL.
           DISPLAY 'INGRESE CURSO: '
           ACCEPT WSV-CURSO-E
           DISPLAY 'INGRESE MES (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           IF WSV-PERIODO-E(5:2) < '01' OR WSV-PERIODO-E(5:2) > '12'
               DISPLAY 'MES INVALIDO'
           ELSE
               PERFORM 25100-ARMAR-SEMANAS
               PERFORM 25200-UBICAR-EVALUACIONES
               MOVE SPACES TO WSV-NOMBRE-CAL
               STRING 'EVAL' WSV-CURSO-E WSV-PERIODO-E '.TXT'
                   DELIMITED BY SIZE INTO WSV-NOMBRE-CAL
               PERFORM 26000-ESCRIBIR-CALENDARIO
           END-IF.

      *RECORRE LOS DIAS DEL MES (RUTDIAS DA ERROR AL PASARSE DEL
      *ULTIMO DIA) Y UBICA CADA DIA DE LUNES A VIERNES EN SU SEMANA;
      *UNA SEMANA NUEVA EMPIEZA EN CADA LUNES
       25100-ARMAR-SEMANAS.
           INITIALIZE WST-MES
           INITIALIZE WST-UBICACION-DIAS
           MOVE 1 TO WSV-CONT-SEMANAS
           MOVE 'N' TO WSV-SEMANA-USADA
           MOVE 'N' TO WSV-FIN-DE-MES
           PERFORM VARYING WSV-DIA-MES FROM 1 BY 1
                   UNTIL WSV-DIA-MES > 31 OR WSS-FIN-DE-MES
               SET WSS-DIAS-SEMANA TO TRUE
               COMPUTE REG-DIAS-FECHA = WSV-PERIODO-E * 100
                                      + WSV-DIA-MES
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               IF WSS-DIAS-ERROR
                   SET WSS-FIN-DE-MES TO TRUE
               ELSE
                   IF REG-DIAS-DIA-SEMANA = 1 AND WSS-SEMANA-USADA
                       ADD 1 TO WSV-CONT-SEMANAS
                       MOVE 'N' TO WSV-SEMANA-USADA
                   END-IF
                   IF REG-DIAS-DIA-SEMANA <= 5
                       PERFORM 25110-UBICAR-DIA
                   END-IF
               END-IF
           END-PERFORM.

      *EL DIA EN SU CELDA, MARCADO SI ES FERIADO SEGUN RUTHABIL
       25110-UBICAR-DIA.
           MOVE WSV-CONT-SEMANAS TO WSV-SUB-SEM
           MOVE REG-DIAS-DIA-SEMANA TO WSV-SUB-DIA
           SET WSS-SEMANA-USADA TO TRUE
           MOVE WSV-SUB-SEM TO WST-UB-SEMANA(WSV-DIA-MES)
           MOVE WSV-SUB-DIA TO WST-UB-DIA(WSV-DIA-MES)
           MOVE WSV-DIA-MES TO WST-ME-DIA(WSV-SUB-SEM, WSV-SUB-DIA)
           SET WSS-HABIL-ES TO TRUE
           MOVE REG-DIAS-FECHA TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           IF WSS-HABIL-OK AND WSS-NO-ES-HABIL
               MOVE 'S' TO WST-ME-NO-HABIL(WSV-SUB-SEM, WSV-SUB-DIA)
           END-IF.

      *PONE CADA EVALUACION DEL CURSO EN EL MES EN LA CELDA DE SU DIA
      *(MATERIA VIA RUTMAT Y TIPO)
       25200-UBICAR-EVALUACIONES.
           PERFORM 23500-ORDENAR-TABLA
           MOVE 0 TO WSV-CONT-EVAL-MES
           PERFORM VARYING WSV-SUB-EV FROM 1 BY 1
                   UNTIL WSV-SUB-EV > WSV-CONT-EVAL
               IF WST-EVA-CURSO(WSV-SUB-EV) = WSV-CURSO-E
                       AND WST-EVA-FECHA(WSV-SUB-EV)(1:6) =
                           WSV-PERIODO-E
                       AND NOT WSS-EVAL-DE-BAJA(WSV-SUB-EV)
                   MOVE WST-EVA-FECHA(WSV-SUB-EV)(7:2) TO WSV-DIA-MES
                   IF WSV-DIA-MES >= 1 AND WSV-DIA-MES <= 31
                       PERFORM 25210-UBICAR-EVALUACION
                   END-IF
               END-IF
           END-PERFORM.

       25210-UBICAR-EVALUACION.
           MOVE WST-UB-SEMANA(WSV-DIA-MES) TO WSV-SUB-SEM
           MOVE WST-UB-DIA(WSV-DIA-MES) TO WSV-SUB-DIA
           IF WSV-SUB-SEM > 0 AND WSV-SUB-DIA > 0
               IF WST-ME-CANT(WSV-SUB-SEM, WSV-SUB-DIA) <
                       WSC-MAX-EVAL-DIA
                   ADD 1 TO WST-ME-CANT(WSV-SUB-SEM, WSV-SUB-DIA)
                   ADD 1 TO WSV-CONT-EVAL-MES
                   MOVE "B" TO WSS-OPCION-MAT
                   MOVE WST-EVA-NRO-MATERIA(WSV-SUB-EV)
                       TO REG-NRO-MAT-E
                   CALL WSC-RUTMAT USING REGISTRO-MATERIA
                   IF NOT WSS-MAT-OK
                       MOVE SPACES TO REG-DESCRIP-MAT-R
                       STRING 'MATERIA '
                              WST-EVA-NRO-MATERIA(WSV-SUB-EV)
                           DELIMITED BY SIZE INTO REG-DESCRIP-MAT-R
                   END-IF
                   STRING REG-DESCRIP-MAT-R(1:12) ' '
                          WST-EVA-TIPO(WSV-SUB-EV)
                       DELIMITED BY SIZE
                       INTO WST-ME-EVAL(WSV-SUB-SEM, WSV-SUB-DIA,
                            WST-ME-CANT(WSV-SUB-SEM, WSV-SUB-DIA))
               END-IF
           END-IF.

      *ESCRIBE EL CALENDARIO DEL MES: TRES LINEAS POR SEMANA (DIA Y
      *HASTA DOS EVALUACIONES) Y LA REFERENCIA DE LOS TIPOS
       26000-ESCRIBIR-CALENDARIO.
           OPEN OUTPUT CALENDARIO-MES
           IF NOT WSS-FS-CAL-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-CAL
               DISPLAY 'FILE STATUS ' WSS-FS-CAL
           ELSE
               PERFORM 26100-ESCRIBIR-ENCABEZADO
               PERFORM VARYING WSV-SUB-SEM FROM 1 BY 1
                       UNTIL WSV-SUB-SEM > WSV-CONT-SEMANAS
                   PERFORM 26200-ESCRIBIR-SEMANA
               END-PERFORM
               MOVE SPACES TO REG-CALENDARIO-MES
               STRING 'REFERENCIAS: E ESCRITA  O ORAL  '
                      'T TRABAJO PRACTICO  I INTEGRADORA'
                   DELIMITED BY SIZE INTO REG-CALENDARIO-MES
               PERFORM 26300-GRABAR-LINEA
               MOVE SPACES TO REG-CALENDARIO-MES
               STRING 'EVALUACIONES DEL MES: ' WSV-CONT-EVAL-MES
                   DELIMITED BY SIZE INTO REG-CALENDARIO-MES
               PERFORM 26300-GRABAR-LINEA
               CLOSE CALENDARIO-MES
               IF NOT WSS-FS-CAL-OK
                   DISPLAY 'ERROR EN EL CLOSE DE ' WSV-NOMBRE-CAL
                   DISPLAY 'FILE STATUS ' WSS-FS-CAL
               ELSE
                   DISPLAY 'CALENDARIO GRABADO EN ' WSV-NOMBRE-CAL
               END-IF
           END-IF.

       26100-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO REG-CALENDARIO-MES
           STRING 'CALENDARIO DE EVALUACIONES - CURSO ' WSV-CURSO-E
                  ' - MES ' WSV-PERIODO-E(5:2) '/' WSV-PERIODO-E(1:4)
               DELIMITED BY SIZE INTO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA
           MOVE WSV-LINEA TO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA
           MOVE SPACES TO WSV-LINEA-CALENDARIO
           MOVE 'SEM' TO WSV-CAL-SEMANA-R
           PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                   UNTIL WSV-SUB-DIA > 5
               MOVE WST-DIA-NOMBRE(WSV-SUB-DIA)
                   TO WSV-CAL-TEXTO-R(WSV-SUB-DIA)
           END-PERFORM
           MOVE WSV-LINEA-CALENDARIO TO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA
           MOVE WSV-LINEA TO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA.

      *PRIMERA LINEA: NRO DE DIA (Y NO HABIL SI ES FERIADO); LUEGO
      *LAS EVALUACIONES DEL DIA Y UNA LINEA DE SEPARACION
       26200-ESCRIBIR-SEMANA.
           MOVE SPACES TO WSV-LINEA-CALENDARIO
           MOVE WSV-SUB-SEM TO WSV-SEMANA-EDIT
           MOVE WSV-SEMANA-EDIT TO WSV-CAL-SEMANA-R
           PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                   UNTIL WSV-SUB-DIA > 5
               IF WST-ME-DIA(WSV-SUB-SEM, WSV-SUB-DIA) > 0
                   MOVE WST-ME-DIA(WSV-SUB-SEM, WSV-SUB-DIA)
                       TO WSV-DIA-EDIT
                   IF WSS-ME-NO-HABIL(WSV-SUB-SEM, WSV-SUB-DIA)
                       STRING WSV-DIA-EDIT ' NO HABIL'
                           DELIMITED BY SIZE
                           INTO WSV-CAL-TEXTO-R(WSV-SUB-DIA)
                   ELSE
                       MOVE WSV-DIA-EDIT
                           TO WSV-CAL-TEXTO-R(WSV-SUB-DIA)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WSV-LINEA-CALENDARIO TO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA
           PERFORM VARYING WSV-SUB-EV FROM 1 BY 1
                   UNTIL WSV-SUB-EV > WSC-MAX-EVAL-DIA
               MOVE SPACES TO WSV-LINEA-CALENDARIO
               PERFORM VARYING WSV-SUB-DIA FROM 1 BY 1
                       UNTIL WSV-SUB-DIA > 5
                   MOVE WST-ME-EVAL(WSV-SUB-SEM, WSV-SUB-DIA,
                                    WSV-SUB-EV)
                       TO WSV-CAL-TEXTO-R(WSV-SUB-DIA)
               END-PERFORM
               MOVE WSV-LINEA-CALENDARIO TO REG-CALENDARIO-MES
               PERFORM 26300-GRABAR-LINEA
           END-PERFORM
           MOVE WSV-LINEA TO REG-CALENDARIO-MES
           PERFORM 26300-GRABAR-LINEA.

       26300-GRABAR-LINEA.
           WRITE REG-CALENDARIO-MES
           IF NOT WSS-FS-CAL-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-CAL
               DISPLAY 'FILE STATUS ' WSS-FS-CAL
           END-IF.

      *MUESTRA UNA LINEA DEL LISTADO CON LA DESCRIPCION DE LA
      *MATERIA RESUELTA VIA RUTMAT
       27000-MOSTRAR-EVALUACION.
           MOVE WST-EVA-FECHA(WSV-SUB-EV) TO WSV-FECHA-EDIT
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WST-EVA-NRO-MATERIA(WSV-SUB-EV) TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               MOVE SPACES TO REG-DESCRIP-MAT-R
           END-IF
           DISPLAY '  ' WSV-FECHA-EDIT ' MATERIA '
                   WST-EVA-NRO-MATERIA(WSV-SUB-EV) ' '
                   REG-DESCRIP-MAT-R ' TIPO '
                   WST-EVA-TIPO(WSV-SUB-EV) ' DOCENTE '
                   WST-EVA-NRO-DOCENTE(WSV-SUB-EV).

      *GRABA LA TABLA COMPLETA DE NUEVO EN EVALUACIONES.DAT, SIN LAS
      *EVALUACIONES MARCADAS DE BAJA
       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT EVALUACIONES
               IF NOT WSS-FS-EVAL-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE EVALUACIONES'
                   DISPLAY 'FILE STATUS ' WSS-FS-EVAL
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-EVAL
                       IF NOT WSS-EVAL-DE-BAJA(IND)
                           MOVE WST-EVA-CURSO(IND) TO REG-EVA-CURSO
                           MOVE WST-EVA-FECHA(IND) TO REG-EVA-FECHA
                           MOVE WST-EVA-NRO-MATERIA(IND)
                               TO REG-EVA-NRO-MATERIA
                           MOVE WST-EVA-NRO-DOCENTE(IND)
                               TO REG-EVA-NRO-DOCENTE
                           MOVE WST-EVA-TIPO(IND) TO REG-EVA-TIPO
                           WRITE REG-EVALUACION
                           IF NOT WSS-FS-EVAL-OK
                               DISPLAY 'ERROR EN EL WRITE DE SALIDA '
                                       'DE EVALUACIONES'
                               DISPLAY 'FILE STATUS ' WSS-FS-EVAL
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE EVALUACIONES
                   IF NOT WSS-FS-EVAL-OK
                       DISPLAY 'ERROR EN EL CLOSE DE SALIDA DE '
                               'EVALUACIONES'
                       DISPLAY 'FILE STATUS ' WSS-FS-EVAL
                   ELSE
                       DISPLAY 'CAMBIOS GRABADOS EN EVALUACIONES.DAT'
                   END-IF
               END-IF
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
