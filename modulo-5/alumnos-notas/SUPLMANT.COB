      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Registro de ausencias docentes y suplencias
      *SUPLENCIAS.DAT. Cada ausencia lleva el docente titular, el
      *rango de fechas y el motivo, y un registro por cada materia y
      *curso que el titular tiene en la grilla horaria HORARIOS.DAT,
      *con el suplente designado (cero si queda sin suplente). Al
      *registrar se muestran los modulos afectados y cuantos caen en
      *dias habiles de la ausencia; el suplente se valida via RUTDOC
      *y se rechaza si ya dicta clase en el mismo dia y modulo. Con
      *SUPLENCIAS.DAT cargado, RUTDOC devuelve el suplente a DOCHIST
      *y al acta de mesa. El listado mensual de horas cubiertas por
      *suplente (un modulo es una hora) sale en SUPLMES.LIS via
      *RUTLIST.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El informe mensual queda en el catalogo del spool a
      *   nombre de SUPLMANT y del operador
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SUPLMANT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL SUPLENCIAS      ASSIGN TO DISK 'SUPLENCIAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-SUPLENCIAS.

       SELECT OPTIONAL HORARIOS        ASSIGN TO DISK 'HORARIOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-HORARIOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD SUPLENCIAS.
       COPY REG-SUPLARCH.

       FD HORARIOS.
       01 REG-HORARIO.
           05 REG-HOR-NRO-MATERIA          PIC 9(02).
           05 REG-HOR-CURSO                PIC X(02).
           05 REG-HOR-DIA                  PIC 9(01).
           05 REG-HOR-MODULO               PIC 9(01).
           05 REG-HOR-NRO-DOCENTE          PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-SUPLENCIAS                PIC X(02).
           88 WSS-FS-SUPLENCIAS-OK             VALUE '00' '05'.
           88 WSS-FS-SUPLENCIAS-EOF            VALUE '10'.

       01 WSS-FS-HORARIOS                  PIC X(02).
           88 WSS-FS-HORARIOS-OK               VALUE '00' '05'.
           88 WSS-FS-HORARIOS-EOF              VALUE '10'.

       01 WSV-CONT-SUPLENCIAS              PIC S9(4) COMP VALUE 0.
       01 WSC-MAX-SUPLENCIAS               PIC 9(03) VALUE 200.

       01 WST-SUPLENCIAS.
           05 WST-SUPLENCIA           OCCURS 200 TIMES INDEXED BY IND.
               10 WST-SU-NRO-TITULAR       PIC 9(03).
               10 WST-SU-DESDE             PIC 9(08).
               10 WST-SU-HASTA             PIC 9(08).
               10 WST-SU-MOTIVO            PIC X(20).
               10 WST-SU-NRO-MATERIA       PIC 9(02).
               10 WST-SU-CURSO             PIC X(02).
               10 WST-SU-NRO-SUPLENTE      PIC 9(03).
               10 WST-SU-BAJA              PIC X(01) VALUE 'N'.
                   88 WSS-SUPLENCIA-DE-BAJA        VALUE 'S'.

       01 WSV-CONT-HORARIOS                PIC S9(4) COMP VALUE 0.
       01 WSC-MAX-HORARIOS                 PIC 9(03) VALUE 400.

       01 WST-HORARIOS.
           05 WST-HORARIO             OCCURS 400 TIMES
                                      INDEXED BY IND-HR IND-HR2.
               10 WST-HR-NRO-MATERIA       PIC 9(02).
               10 WST-HR-CURSO             PIC X(02).
               10 WST-HR-DIA               PIC 9(01).
               10 WST-HR-MODULO            PIC 9(01).
               10 WST-HR-NRO-DOCENTE       PIC 9(03).

      *MATERIAS Y CURSOS DEL TITULAR EN LA GRILLA: UN REGISTRO DE
      *SUPLENCIA POR CADA UNO
       01 WSC-MAX-MAT-CURSO                PIC 9(03) VALUE 20.
       01 WSV-CONT-MAT-CURSO               PIC S9(4) COMP VALUE 0.
       01 WST-MATERIAS-CURSO.
           05 WST-MAT-CURSO           OCCURS 20 TIMES INDEXED BY IND-MC.
               10 WST-MC-NRO-MATERIA       PIC 9(02).
               10 WST-MC-CURSO             PIC X(02).

      *HORAS CUBIERTAS POR CADA SUPLENTE EN EL MES INFORMADO
       01 WSC-MAX-SUPLENTES                PIC 9(03) VALUE 100.
       01 WSV-CONT-SUPLENTES               PIC S9(4) COMP VALUE 0.
       01 WST-SUPLENTES.
           05 WST-SUPLENTE            OCCURS 100 TIMES
                                      INDEXED BY IND-SP.
               10 WST-SP-NRO               PIC 9(03).
               10 WST-SP-MODULOS           PIC 9(04).

       01 WSV-BUSQUEDA                     PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

       01 WSV-NRO-TITULAR-E                PIC 9(03).
       01 WSV-NOMBRE-TITULAR               PIC X(25).
       01 WSV-DESDE-E                      PIC 9(08).
       01 WSV-HASTA-E                      PIC 9(08).
       01 WSV-MOTIVO-E                     PIC X(20).
       01 WSV-NRO-MATERIA-E                PIC 9(02).
       01 WSV-CURSO-E                      PIC X(02).
       01 WSV-NRO-SUPLENTE-E               PIC 9(03).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-BAJAS                   PIC S9(4) COMP.

       01 WSV-AUSENCIA-VALIDA              PIC X(01).
           88 WSS-AUSENCIA-VALIDA              VALUE 'S'.
       01 WSV-SUPLENTE-VALIDO              PIC X(01).
           88 WSS-SUPLENTE-VALIDO              VALUE 'S'.

      *CUENTA DE MODULOS DE UN DOCENTE, MATERIA Y CURSO ENTRE DOS
      *FECHAS, SOLO EN DIAS HABILES
       01 WSV-CUENTA-DOCENTE               PIC 9(03).
       01 WSV-CUENTA-MATERIA               PIC 9(02).
       01 WSV-CUENTA-CURSO                 PIC X(02).
       01 WSV-CUENTA-DESDE                 PIC 9(08).
       01 WSV-CUENTA-HASTA                 PIC 9(08).
       01 WSV-FECHA-CURSOR                 PIC 9(08).
       01 WSV-CANT-MODULOS                 PIC 9(04).

       01 WSV-MES-E                        PIC 9(02).
       01 WSV-ANIO-E                       PIC 9(04).
       01 WSV-MES-DESDE                    PIC 9(08).
       01 WSV-MES-HASTA                    PIC 9(08).
       01 WSV-TOTAL-MODULOS                PIC 9(05) VALUE 0.

       01 WST-DIAS-SEMANA.
           05 FILLER                       PIC X(09)
                                                   VALUE 'LUNES'.
           05 FILLER                       PIC X(09)
                                                   VALUE 'MARTES'.
           05 FILLER                       PIC X(09)
                                                   VALUE 'MIERCOLES'.
           05 FILLER                       PIC X(09)
                                                   VALUE 'JUEVES'.
           05 FILLER                       PIC X(09)
                                                   VALUE 'VIERNES'.
       01 WST-DIAS-R REDEFINES WST-DIAS-SEMANA.
           05 WST-DIA-NOMBRE               PIC X(09) OCCURS 5 TIMES.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       01  WSC-RUTDOC                          PIC X(06)
                                                       VALUE "RUTDOC".
       01  WSC-RUTFECHA                        PIC X(08)
                                                       VALUE "RUTFECHA".
       01  WSC-RUTDIAS                         PIC X(07)
                                                       VALUE "RUTDIAS".
       01  WSC-RUTHABIL                        PIC X(08)
                                                       VALUE "RUTHABIL".
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-MAT.
       COPY REG-DOC.
       COPY REG-FECHA.
       COPY REG-DIAS.
       COPY REG-HABIL.
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-TITULO-DETALLE.
           05 FILLER                           PIC X(40)
                       VALUE 'SUP  TIT  MAT CURSO DESDE    HASTA'.
           05 FILLER                           PIC X(10)
                       VALUE '   MODULOS'.
       01 WSV-LINEA-DETALLE.
           05 WSV-DET-SUPLENTE-R               PIC 9(03).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-DET-TITULAR-R                PIC 9(03).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-DET-MATERIA-R                PIC 9(02).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-DET-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 WSV-DET-DESDE-R                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-DET-HASTA-R                  PIC 9(08).
           05 FILLER                           PIC X(06) VALUE SPACES.
           05 WSV-DET-MODULOS-R                PIC ZZZ9.
       01 WSV-LINEA-SUPLENTE.
           05 FILLER                           PIC X(09)
                                                   VALUE 'SUPLENTE '.
           05 WSV-SUP-NRO-R                    PIC 9(03).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-SUP-NOMBRE-R                 PIC X(25).
           05 FILLER                           PIC X(17)
                                       VALUE ' HORAS CUBIERTAS '.
           05 WSV-SUP-MODULOS-R                PIC ZZZ9.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-RUTINAS
           PERFORM 10000-CARGAR-SUPLENCIAS
           PERFORM 12000-CARGAR-HORARIOS
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'SUPLMANT' TO REG-OPER-PROGRAMA-E
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

      *CARGA LAS TABLAS DE MATERIAS Y DE DOCENTES PARA VALIDAR Y
      *MOSTRAR DESCRIPCIONES Y NOMBRES
       05000-CARGAR-RUTINAS.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE "A" TO WSS-OPCION-DOC
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               DISPLAY WSV-ST-TEXTO-DOC
               DISPLAY WSV-ST-RETORNO-DOC
           END-IF.

      *LEE SUPLENCIAS.DAT COMPLETO Y LO CARGA EN MEMORIA; UN ARCHIVO
      *INEXISTENTE ARRANCA VACIO Y SE CREA AL GRABAR
       10000-CARGAR-SUPLENCIAS.
           OPEN INPUT SUPLENCIAS
           IF NOT WSS-FS-SUPLENCIAS-OK
               DISPLAY 'ERROR EN EL OPEN DE SUPLENCIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SUPLENCIAS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-SUPLENCIAS-EOF
           CLOSE SUPLENCIAS.

       11000-LEER-Y-CARGAR.
           READ SUPLENCIAS
           IF WSS-FS-SUPLENCIAS-OK
               IF WSV-CONT-SUPLENCIAS >= WSC-MAX-SUPLENCIAS
                   DISPLAY 'TABLA DE SUPLENCIAS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-SUPLENCIAS
               ELSE
                   ADD 1 TO WSV-CONT-SUPLENCIAS
                   SET IND TO WSV-CONT-SUPLENCIAS
                   MOVE REG-SUP-NRO-TITULAR TO WST-SU-NRO-TITULAR(IND)
                   MOVE REG-SUP-DESDE TO WST-SU-DESDE(IND)
                   MOVE REG-SUP-HASTA TO WST-SU-HASTA(IND)
                   MOVE REG-SUP-MOTIVO TO WST-SU-MOTIVO(IND)
                   MOVE REG-SUP-NRO-MATERIA
                       TO WST-SU-NRO-MATERIA(IND)
                   MOVE REG-SUP-CURSO TO WST-SU-CURSO(IND)
                   MOVE REG-SUP-NRO-SUPLENTE
                       TO WST-SU-NRO-SUPLENTE(IND)
                   MOVE 'N' TO WST-SU-BAJA(IND)
               END-IF
           END-IF.

      *LEE LA GRILLA HORARIA PARA SABER QUE MODULOS AFECTA CADA
      *AUSENCIA
       12000-CARGAR-HORARIOS.
           OPEN INPUT HORARIOS
           IF NOT WSS-FS-HORARIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE HORARIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HORARIOS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 13000-LEER-Y-CARGAR-HORARIO
               UNTIL WSS-FS-HORARIOS-EOF
           CLOSE HORARIOS.

       13000-LEER-Y-CARGAR-HORARIO.
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

      *MUESTRA EL MENU DE MANTENIMIENTO DE SUPLENCIAS
       20000-MENU.
           DISPLAY '1. REGISTRAR UNA AUSENCIA DOCENTE'
           DISPLAY '2. ELIMINAR UNA AUSENCIA DOCENTE'
           DISPLAY '3. LISTAR AUSENCIAS Y SUPLENCIAS'
           DISPLAY '4. HORAS CUBIERTAS POR SUPLENTE EN UN MES'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-REGISTRAR-AUSENCIA
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-AUSENCIA
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-AUSENCIAS
               WHEN 4 PERFORM 26000-HORAS-POR-SUPLENTE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE TITULAR, FECHAS Y MOTIVO, Y DESIGNA UN SUPLENTE PARA
      *CADA MATERIA Y CURSO QUE EL TITULAR TIENE EN LA GRILLA
       21000-REGISTRAR-AUSENCIA.
           SET WSS-AUSENCIA-VALIDA TO TRUE
           PERFORM 21100-PEDIR-TITULAR
           IF WSS-AUSENCIA-VALIDA
               PERFORM 21200-PEDIR-FECHAS
               PERFORM 21300-CONTROLAR-SUPERPOSICION
           END-IF
           IF WSS-AUSENCIA-VALIDA
               PERFORM 22000-ARMAR-MATERIAS-TITULAR
               IF WSV-CONT-SUPLENCIAS + WSV-CONT-MAT-CURSO
                       >= WSC-MAX-SUPLENCIAS
                   DISPLAY 'TABLA DE SUPLENCIAS LLENA, NO SE PUEDE '
                           'REGISTRAR LA AUSENCIA'
                   MOVE 'N' TO WSV-AUSENCIA-VALIDA
               END-IF
           END-IF
           IF WSS-AUSENCIA-VALIDA
               DISPLAY 'INGRESE MOTIVO: '
               ACCEPT WSV-MOTIVO-E
               IF WSV-CONT-MAT-CURSO = 0
                   DISPLAY 'EL DOCENTE NO TIENE MODULOS EN LA GRILLA '
                           'HORARIA, LA AUSENCIA QUEDA SIN SUPLENTE'
                   MOVE 0 TO WSV-NRO-MATERIA-E
                   MOVE SPACES TO WSV-CURSO-E
                   MOVE 0 TO WSV-NRO-SUPLENTE-E
                   PERFORM 22900-AGREGAR-REGISTRO
               ELSE
                   PERFORM VARYING IND-MC FROM 1 BY 1
                           UNTIL IND-MC > WSV-CONT-MAT-CURSO
                       PERFORM 22100-DESIGNAR-SUPLENTE
                   END-PERFORM
               END-IF
               DISPLAY 'AUSENCIA REGISTRADA'
           END-IF.

      *VALIDA EL DOCENTE TITULAR VIA RUTDOC
       21100-PEDIR-TITULAR.
           DISPLAY 'INGRESE NRO DE DOCENTE AUSENTE: '
           ACCEPT WSV-NRO-TITULAR-E
           SET WSS-BUSCAR-DOC TO TRUE
           MOVE WSV-NRO-TITULAR-E TO REG-NRO-DOC-E
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               DISPLAY 'DOCENTE INEXISTENTE: ' WSV-ST-TEXTO-DOC
               MOVE 'N' TO WSV-AUSENCIA-VALIDA
           ELSE
               MOVE REG-NOMBRE-DOC-R TO WSV-NOMBRE-TITULAR
               DISPLAY 'DOCENTE: ' WSV-NOMBRE-TITULAR
           END-IF.

      *PIDE FECHA DESDE Y FECHA HASTA (DIA COMPLETO) VIA RUTFECHA
       21200-PEDIR-FECHAS.
           DISPLAY 'FECHA DESDE DE LA AUSENCIA:'
           SET WSS-MODO-DIA-COMPLETO TO TRUE
           CALL WSC-RUTFECHA USING REGISTRO-FECHA
           PERFORM UNTIL WSS-RETORNO-OK
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
           END-PERFORM
           MOVE WSV-FECHA-NUM-COMPLETA TO WSV-DESDE-E
           MOVE 0 TO WSV-HASTA-E
           PERFORM 21210-PEDIR-FECHA-HASTA
               UNTIL WSV-HASTA-E >= WSV-DESDE-E.

      *PIDE LA FECHA HASTA Y AVISA SI QUEDA ANTERIOR A LA DESDE
       21210-PEDIR-FECHA-HASTA.
           DISPLAY 'FECHA HASTA DE LA AUSENCIA:'
           SET WSS-MODO-DIA-COMPLETO TO TRUE
           CALL WSC-RUTFECHA USING REGISTRO-FECHA
           PERFORM UNTIL WSS-RETORNO-OK
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
           END-PERFORM
           MOVE WSV-FECHA-NUM-COMPLETA TO WSV-HASTA-E
           IF WSV-HASTA-E < WSV-DESDE-E
               DISPLAY 'LA FECHA HASTA NO PUEDE SER ANTERIOR A '
                       'LA FECHA DESDE'
           END-IF.

      *RECHAZA LA AUSENCIA SI SE SUPERPONE CON OTRA YA REGISTRADA
      *PARA EL MISMO TITULAR
       21300-CONTROLAR-SUPERPOSICION.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SUPLENCIAS
                       OR WSS-BUSQUEDA-OK
               IF WST-SU-NRO-TITULAR(IND) = WSV-NRO-TITULAR-E
                       AND WST-SU-DESDE(IND) <= WSV-HASTA-E
                       AND WST-SU-HASTA(IND) >= WSV-DESDE-E
                       AND NOT WSS-SUPLENCIA-DE-BAJA(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
               DISPLAY 'EL DOCENTE YA TIENE UNA AUSENCIA DEL '
                       WST-SU-DESDE(IND) ' AL ' WST-SU-HASTA(IND)
                       ', AUSENCIA RECHAZADA'
               MOVE 'N' TO WSV-AUSENCIA-VALIDA
           END-IF.

      *ARMA LAS MATERIAS Y CURSOS DISTINTOS DEL TITULAR EN LA GRILLA
       22000-ARMAR-MATERIAS-TITULAR.
           MOVE 0 TO WSV-CONT-MAT-CURSO
           PERFORM VARYING IND-HR FROM 1 BY 1
                   UNTIL IND-HR > WSV-CONT-HORARIOS
               IF WST-HR-NRO-DOCENTE(IND-HR) = WSV-NRO-TITULAR-E
                   SET WSS-BUSQUEDA-NO TO TRUE
                   PERFORM VARYING IND-MC FROM 1 BY 1
                           UNTIL IND-MC > WSV-CONT-MAT-CURSO
                               OR WSS-BUSQUEDA-OK
                       IF WST-MC-NRO-MATERIA(IND-MC) =
                               WST-HR-NRO-MATERIA(IND-HR)
                               AND WST-MC-CURSO(IND-MC) =
                               WST-HR-CURSO(IND-HR)
                           SET WSS-BUSQUEDA-OK TO TRUE
                       END-IF
                   END-PERFORM
                   IF WSS-BUSQUEDA-NO
                       IF WSV-CONT-MAT-CURSO >= WSC-MAX-MAT-CURSO
                           DISPLAY 'DEMASIADAS MATERIAS PARA EL '
                                   'DOCENTE, SE IGNORA LA MATERIA '
                                   WST-HR-NRO-MATERIA(IND-HR)
                       ELSE
                           ADD 1 TO WSV-CONT-MAT-CURSO
                           SET IND-MC TO WSV-CONT-MAT-CURSO
                           MOVE WST-HR-NRO-MATERIA(IND-HR)
                               TO WST-MC-NRO-MATERIA(IND-MC)
                           MOVE WST-HR-CURSO(IND-HR)
                               TO WST-MC-CURSO(IND-MC)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *MUESTRA LOS MODULOS AFECTADOS DE UNA MATERIA Y CURSO, CUANTOS
      *CAEN EN DIAS HABILES DE LA AUSENCIA, Y PIDE EL SUPLENTE
       22100-DESIGNAR-SUPLENTE.
           MOVE WST-MC-NRO-MATERIA(IND-MC) TO WSV-NRO-MATERIA-E
           MOVE WST-MC-CURSO(IND-MC) TO WSV-CURSO-E
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WSV-NRO-MATERIA-E TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               MOVE SPACES TO REG-DESCRIP-MAT-R
           END-IF
           DISPLAY 'MATERIA ' WSV-NRO-MATERIA-E ' '
                   REG-DESCRIP-MAT-R ' CURSO ' WSV-CURSO-E
           PERFORM VARYING IND-HR FROM 1 BY 1
                   UNTIL IND-HR > WSV-CONT-HORARIOS
               IF WST-HR-NRO-DOCENTE(IND-HR) = WSV-NRO-TITULAR-E
                       AND WST-HR-NRO-MATERIA(IND-HR) =
                           WSV-NRO-MATERIA-E
                       AND WST-HR-CURSO(IND-HR) = WSV-CURSO-E
                   DISPLAY '  ' WST-DIA-NOMBRE(WST-HR-DIA(IND-HR))
                           ' MODULO ' WST-HR-MODULO(IND-HR)
               END-IF
           END-PERFORM
           MOVE WSV-NRO-TITULAR-E TO WSV-CUENTA-DOCENTE
           MOVE WSV-NRO-MATERIA-E TO WSV-CUENTA-MATERIA
           MOVE WSV-CURSO-E TO WSV-CUENTA-CURSO
           MOVE WSV-DESDE-E TO WSV-CUENTA-DESDE
           MOVE WSV-HASTA-E TO WSV-CUENTA-HASTA
           PERFORM 25000-CONTAR-MODULOS
           DISPLAY '  MODULOS AFECTADOS EN LA AUSENCIA: '
                   WSV-CANT-MODULOS
           MOVE 'N' TO WSV-SUPLENTE-VALIDO
           PERFORM 22200-PEDIR-SUPLENTE UNTIL WSS-SUPLENTE-VALIDO
           PERFORM 22900-AGREGAR-REGISTRO.

      *PIDE EL SUPLENTE Y LO VALIDA VIA RUTDOC; CERO DEJA LA MATERIA
      *SIN SUPLENTE
       22200-PEDIR-SUPLENTE.
           DISPLAY 'INGRESE NRO DE DOCENTE SUPLENTE '
                   '(0 SIN SUPLENTE): '
           ACCEPT WSV-NRO-SUPLENTE-E
           SET WSS-SUPLENTE-VALIDO TO TRUE
           IF WSV-NRO-SUPLENTE-E NOT= 0
               IF WSV-NRO-SUPLENTE-E = WSV-NRO-TITULAR-E
                   DISPLAY 'EL SUPLENTE NO PUEDE SER EL TITULAR'
                   MOVE 'N' TO WSV-SUPLENTE-VALIDO
               ELSE
                   SET WSS-BUSCAR-DOC TO TRUE
                   MOVE WSV-NRO-SUPLENTE-E TO REG-NRO-DOC-E
                   CALL WSC-RUTDOC USING REGISTRO-DOCENTE
                   IF WSS-DOC-ERROR
                       DISPLAY 'DOCENTE INEXISTENTE: '
                               WSV-ST-TEXTO-DOC
                       MOVE 'N' TO WSV-SUPLENTE-VALIDO
                   ELSE
                       DISPLAY 'SUPLENTE: ' REG-NOMBRE-DOC-R
                       PERFORM 22300-CONTROLAR-CHOQUES
                   END-IF
               END-IF
           END-IF.

      *RECHAZA UN SUPLENTE QUE YA DICTA CLASE EN ALGUNO DE LOS DIAS
      *Y MODULOS QUE TIENE QUE CUBRIR
       22300-CONTROLAR-CHOQUES.
           PERFORM VARYING IND-HR FROM 1 BY 1
                   UNTIL IND-HR > WSV-CONT-HORARIOS
               IF WST-HR-NRO-DOCENTE(IND-HR) = WSV-NRO-TITULAR-E
                       AND WST-HR-NRO-MATERIA(IND-HR) =
                           WSV-NRO-MATERIA-E
                       AND WST-HR-CURSO(IND-HR) = WSV-CURSO-E
                   PERFORM VARYING IND-HR2 FROM 1 BY 1
                           UNTIL IND-HR2 > WSV-CONT-HORARIOS
                       IF WST-HR-NRO-DOCENTE(IND-HR2) =
                               WSV-NRO-SUPLENTE-E
                               AND WST-HR-DIA(IND-HR2) =
                                   WST-HR-DIA(IND-HR)
                               AND WST-HR-MODULO(IND-HR2) =
                                   WST-HR-MODULO(IND-HR)
                           DISPLAY 'EL SUPLENTE YA DICTA EL '
                                   WST-DIA-NOMBRE(WST-HR-DIA(IND-HR))
                                   ' MODULO ' WST-HR-MODULO(IND-HR)
                                   ' (MATERIA '
                                   WST-HR-NRO-MATERIA(IND-HR2)
                                   ' CURSO ' WST-HR-CURSO(IND-HR2)
                                   '), SUPLENTE RECHAZADO'
                           MOVE 'N' TO WSV-SUPLENTE-VALIDO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *AGREGA UN REGISTRO DE SUPLENCIA A LA TABLA
       22900-AGREGAR-REGISTRO.
           ADD 1 TO WSV-CONT-SUPLENCIAS
           SET IND TO WSV-CONT-SUPLENCIAS
           MOVE WSV-NRO-TITULAR-E TO WST-SU-NRO-TITULAR(IND)
           MOVE WSV-DESDE-E TO WST-SU-DESDE(IND)
           MOVE WSV-HASTA-E TO WST-SU-HASTA(IND)
           MOVE WSV-MOTIVO-E TO WST-SU-MOTIVO(IND)
           MOVE WSV-NRO-MATERIA-E TO WST-SU-NRO-MATERIA(IND)
           MOVE WSV-CURSO-E TO WST-SU-CURSO(IND)
           MOVE WSV-NRO-SUPLENTE-E TO WST-SU-NRO-SUPLENTE(IND)
           MOVE 'N' TO WST-SU-BAJA(IND)
           ADD 1 TO WSV-CONT-CAMBIOS.

      *DA DE BAJA TODOS LOS REGISTROS DE LA AUSENCIA DEL TITULAR QUE
      *EMPIEZA EN LA FECHA INFORMADA
       23000-ELIMINAR-AUSENCIA.
           DISPLAY 'INGRESE NRO DE DOCENTE AUSENTE: '
           ACCEPT WSV-NRO-TITULAR-E
           DISPLAY 'INGRESE FECHA DESDE DE LA AUSENCIA (AAAAMMDD): '
           ACCEPT WSV-DESDE-E
           MOVE 0 TO WSV-CONT-BAJAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SUPLENCIAS
               IF WST-SU-NRO-TITULAR(IND) = WSV-NRO-TITULAR-E
                       AND WST-SU-DESDE(IND) = WSV-DESDE-E
                       AND NOT WSS-SUPLENCIA-DE-BAJA(IND)
                   MOVE 'S' TO WST-SU-BAJA(IND)
                   ADD 1 TO WSV-CONT-BAJAS
               END-IF
           END-PERFORM
           IF WSV-CONT-BAJAS = 0
               DISPLAY 'NO EXISTE UNA AUSENCIA CON ESOS DATOS'
           ELSE
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'AUSENCIA ELIMINADA'
           END-IF.

      *LISTA CADA AUSENCIA CON SUS MATERIAS Y SUPLENTES
       24000-LISTAR-AUSENCIAS.
           DISPLAY '--- AUSENCIAS Y SUPLENCIAS ---'
           MOVE 0 TO WSV-CONT-BAJAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SUPLENCIAS
               IF NOT WSS-SUPLENCIA-DE-BAJA(IND)
                   ADD 1 TO WSV-CONT-BAJAS
                   SET WSS-BUSCAR-DOC TO TRUE
                   MOVE WST-SU-NRO-TITULAR(IND) TO REG-NRO-DOC-E
                   CALL WSC-RUTDOC USING REGISTRO-DOCENTE
                   IF WSS-DOC-ERROR
                       MOVE SPACES TO REG-NOMBRE-DOC-R
                   END-IF
                   DISPLAY 'TITULAR ' WST-SU-NRO-TITULAR(IND) ' '
                           REG-NOMBRE-DOC-R ' DEL '
                           WST-SU-DESDE(IND) ' AL '
                           WST-SU-HASTA(IND) ' '
                           WST-SU-MOTIVO(IND)
                   IF WST-SU-NRO-SUPLENTE(IND) = 0
                       MOVE 'SIN SUPLENTE' TO REG-NOMBRE-DOC-R
                   ELSE
                       MOVE WST-SU-NRO-SUPLENTE(IND) TO REG-NRO-DOC-E
                       CALL WSC-RUTDOC USING REGISTRO-DOCENTE
                       IF WSS-DOC-ERROR
                           MOVE SPACES TO REG-NOMBRE-DOC-R
                       END-IF
                   END-IF
                   DISPLAY '  MATERIA ' WST-SU-NRO-MATERIA(IND)
                           ' CURSO ' WST-SU-CURSO(IND)
                           ' SUPLENTE ' WST-SU-NRO-SUPLENTE(IND) ' '
                           REG-NOMBRE-DOC-R
               END-IF
           END-PERFORM
           IF WSV-CONT-BAJAS = 0
               DISPLAY 'NO HAY AUSENCIAS REGISTRADAS'
           END-IF.

      *CUENTA LOS MODULOS DEL DOCENTE, MATERIA Y CURSO QUE CAEN EN
      *DIAS HABILES (RUTHABIL) ENTRE LAS DOS FECHAS DE LA CUENTA
       25000-CONTAR-MODULOS.
           MOVE 0 TO WSV-CANT-MODULOS
           MOVE WSV-CUENTA-DESDE TO WSV-FECHA-CURSOR
           PERFORM 25100-CONTAR-DIA
               UNTIL WSV-FECHA-CURSOR > WSV-CUENTA-HASTA.

       25100-CONTAR-DIA.
           SET WSS-HABIL-ES TO TRUE
           MOVE WSV-FECHA-CURSOR TO REG-HABIL-FECHA
           CALL WSC-RUTHABIL USING REGISTRO-HABIL
           IF WSS-HABIL-OK AND WSS-ES-HABIL
               SET WSS-DIAS-SEMANA TO TRUE
               MOVE WSV-FECHA-CURSOR TO REG-DIAS-FECHA
               CALL WSC-RUTDIAS USING REGISTRO-DIAS
               PERFORM VARYING IND-HR FROM 1 BY 1
                       UNTIL IND-HR > WSV-CONT-HORARIOS
                   IF WST-HR-NRO-DOCENTE(IND-HR) = WSV-CUENTA-DOCENTE
                           AND WST-HR-NRO-MATERIA(IND-HR) =
                               WSV-CUENTA-MATERIA
                           AND WST-HR-CURSO(IND-HR) = WSV-CUENTA-CURSO
                           AND WST-HR-DIA(IND-HR) =
                               REG-DIAS-DIA-SEMANA
                       ADD 1 TO WSV-CANT-MODULOS
                   END-IF
               END-PERFORM
           END-IF
           SET WSS-DIAS-AGREGAR TO TRUE
           MOVE WSV-FECHA-CURSOR TO REG-DIAS-FECHA
           MOVE 1 TO REG-DIAS-CANTIDAD
           CALL WSC-RUTDIAS USING REGISTRO-DIAS
           IF WSS-DIAS-OK
               MOVE REG-DIAS-FECHA-R TO WSV-FECHA-CURSOR
           ELSE
               DISPLAY 'RUTDIAS: ' WSV-ST-TEXTO-DIAS
               MOVE 99999999 TO WSV-FECHA-CURSOR
           END-IF.

      *PIDE EL MES Y LISTA, POR CADA SUPLENCIA QUE TOCA EL MES, LOS
      *MODULOS CUBIERTOS; AL FINAL EL TOTAL DE HORAS DE CADA SUPLENTE
       26000-HORAS-POR-SUPLENTE.
           DISPLAY 'MES A INFORMAR:'
           SET WSS-MODO-MES-ANIO TO TRUE
           CALL WSC-RUTFECHA USING REGISTRO-FECHA
           PERFORM UNTIL WSS-RETORNO-OK
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
           END-PERFORM
           MOVE WSV-FECHA-NUMERICA(1:2) TO WSV-MES-E
           MOVE WSV-FECHA-NUMERICA(3:4) TO WSV-ANIO-E
           COMPUTE WSV-MES-DESDE = WSV-ANIO-E * 10000
                   + WSV-MES-E * 100 + 1
           COMPUTE WSV-MES-HASTA = WSV-ANIO-E * 10000
                   + WSV-MES-E * 100 + 31
           MOVE 0 TO WSV-CONT-SUPLENTES
           MOVE 0 TO WSV-TOTAL-MODULOS
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'SUPLMES.LIS' TO REG-LIST-ARCHIVO
           MOVE 'SUPLMANT' TO REG-LIST-PROGRAMA
           MOVE WSV-OPERADOR TO REG-LIST-OPERADOR
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'MES ' WSV-FECHA-TEXTUAL
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE 'HORAS CUBIERTAS POR SUPLENTES' TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           ELSE
               MOVE WSV-TITULO-DETALLE TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               MOVE WSV-LINEA TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-SUPLENCIAS
                   IF NOT WSS-SUPLENCIA-DE-BAJA(IND)
                           AND WST-SU-NRO-SUPLENTE(IND) NOT= 0
                           AND WST-SU-DESDE(IND) <= WSV-MES-HASTA
                           AND WST-SU-HASTA(IND) >= WSV-MES-DESDE
                       PERFORM 26100-CONTAR-SUPLENCIA
                   END-IF
               END-PERFORM
               MOVE WSV-LINEA TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               PERFORM VARYING IND-SP FROM 1 BY 1
                       UNTIL IND-SP > WSV-CONT-SUPLENTES
                   PERFORM 26200-EMITIR-SUPLENTE
               END-PERFORM
               MOVE SPACES TO REG-LIST-LINEA
               STRING 'TOTAL DE HORAS CUBIERTAS EN EL MES: '
                      WSV-TOTAL-MODULOS
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
               SET WSS-LIST-CERRAR TO TRUE
               CALL WSC-RUTLIST USING REGISTRO-LISTADO
               DISPLAY 'INFORME GRABADO EN ' REG-LIST-ARCHIVO
           END-IF.

      *CUENTA LOS MODULOS CUBIERTOS DE UNA SUPLENCIA DENTRO DEL MES,
      *EMITE EL DETALLE Y LOS SUMA AL SUPLENTE
       26100-CONTAR-SUPLENCIA.
           MOVE WST-SU-NRO-TITULAR(IND) TO WSV-CUENTA-DOCENTE
           MOVE WST-SU-NRO-MATERIA(IND) TO WSV-CUENTA-MATERIA
           MOVE WST-SU-CURSO(IND) TO WSV-CUENTA-CURSO
           IF WST-SU-DESDE(IND) > WSV-MES-DESDE
               MOVE WST-SU-DESDE(IND) TO WSV-CUENTA-DESDE
           ELSE
               MOVE WSV-MES-DESDE TO WSV-CUENTA-DESDE
           END-IF
           IF WST-SU-HASTA(IND) < WSV-MES-HASTA
               MOVE WST-SU-HASTA(IND) TO WSV-CUENTA-HASTA
           ELSE
               MOVE WSV-MES-HASTA TO WSV-CUENTA-HASTA
           END-IF
           PERFORM 25000-CONTAR-MODULOS
           MOVE WST-SU-NRO-SUPLENTE(IND) TO WSV-DET-SUPLENTE-R
           MOVE WST-SU-NRO-TITULAR(IND) TO WSV-DET-TITULAR-R
           MOVE WST-SU-NRO-MATERIA(IND) TO WSV-DET-MATERIA-R
           MOVE WST-SU-CURSO(IND) TO WSV-DET-CURSO-R
           MOVE WSV-CUENTA-DESDE TO WSV-DET-DESDE-R
           MOVE WST-SU-HASTA(IND) TO WSV-DET-HASTA-R
           IF WST-SU-HASTA(IND) > WSV-MES-HASTA
               MOVE WSV-MES-HASTA TO WSV-DET-HASTA-R
           END-IF
           MOVE WSV-CANT-MODULOS TO WSV-DET-MODULOS-R
           MOVE WSV-LINEA-DETALLE TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           ADD WSV-CANT-MODULOS TO WSV-TOTAL-MODULOS
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND-SP FROM 1 BY 1
                   UNTIL IND-SP > WSV-CONT-SUPLENTES
                       OR WSS-BUSQUEDA-OK
               IF WST-SP-NRO(IND-SP) = WST-SU-NRO-SUPLENTE(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND-SP DOWN BY 1
               ADD WSV-CANT-MODULOS TO WST-SP-MODULOS(IND-SP)
           ELSE
               IF WSV-CONT-SUPLENTES >= WSC-MAX-SUPLENTES
                   DISPLAY 'TABLA DE SUPLENTES LLENA, EL TOTAL POR '
                           'SUPLENTE PUEDE SALIR INCOMPLETO'
               ELSE
                   ADD 1 TO WSV-CONT-SUPLENTES
                   SET IND-SP TO WSV-CONT-SUPLENTES
                   MOVE WST-SU-NRO-SUPLENTE(IND) TO WST-SP-NRO(IND-SP)
                   MOVE WSV-CANT-MODULOS TO WST-SP-MODULOS(IND-SP)
               END-IF
           END-IF.

      *UNA LINEA POR SUPLENTE CON SU NOMBRE Y LAS HORAS CUBIERTAS
       26200-EMITIR-SUPLENTE.
           SET WSS-BUSCAR-DOC TO TRUE
           MOVE WST-SP-NRO(IND-SP) TO REG-NRO-DOC-E
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-ERROR
               MOVE SPACES TO REG-NOMBRE-DOC-R
           END-IF
           MOVE WST-SP-NRO(IND-SP) TO WSV-SUP-NRO-R
           MOVE REG-NOMBRE-DOC-R TO WSV-SUP-NOMBRE-R
           MOVE WST-SP-MODULOS(IND-SP) TO WSV-SUP-MODULOS-R
           MOVE WSV-LINEA-SUPLENTE TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA.

      *GRABA LA TABLA COMPLETA DE NUEVO EN SUPLENCIAS.DAT, SIN LOS
      *REGISTROS MARCADOS DE BAJA
       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT SUPLENCIAS
               IF NOT WSS-FS-SUPLENCIAS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE SUPLENCIAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-SUPLENCIAS
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-SUPLENCIAS
                       IF NOT WSS-SUPLENCIA-DE-BAJA(IND)
                           PERFORM 31000-GRABAR-REGISTRO
                       END-IF
                   END-PERFORM
                   CLOSE SUPLENCIAS
                   IF NOT WSS-FS-SUPLENCIAS-OK
                       DISPLAY 'ERROR EN EL CLOSE DE SALIDA DE '
                               'SUPLENCIAS'
                       DISPLAY 'FILE STATUS ' WSS-FS-SUPLENCIAS
                   ELSE
                       DISPLAY 'CAMBIOS GRABADOS EN SUPLENCIAS.DAT'
                   END-IF
               END-IF
           END-IF.

       31000-GRABAR-REGISTRO.
           MOVE WST-SU-NRO-TITULAR(IND) TO REG-SUP-NRO-TITULAR
           MOVE WST-SU-DESDE(IND) TO REG-SUP-DESDE
           MOVE WST-SU-HASTA(IND) TO REG-SUP-HASTA
           MOVE WST-SU-MOTIVO(IND) TO REG-SUP-MOTIVO
           MOVE WST-SU-NRO-MATERIA(IND) TO REG-SUP-NRO-MATERIA
           MOVE WST-SU-CURSO(IND) TO REG-SUP-CURSO
           MOVE WST-SU-NRO-SUPLENTE(IND) TO REG-SUP-NRO-SUPLENTE
           WRITE REG-SUPLENCIA-ARCH
           IF NOT WSS-FS-SUPLENCIAS-OK
               DISPLAY 'ERROR EN EL WRITE DE SALIDA DE SUPLENCIAS'
               DISPLAY 'FILE STATUS ' WSS-FS-SUPLENCIAS
           END-IF.

      *MANDA LA LINEA A LA PANTALLA Y AL LISTADO PAGINADO
       46000-ESCRIBIR-LINEA.
           DISPLAY REG-LIST-LINEA
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
