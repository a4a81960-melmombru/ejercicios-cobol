      *   el dia completo se graba en una sola confirmacion, en vez
      *   de treinta vueltas de carga individual. Los alumnos dados
      *   de baja no entran en la planilla.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El alumno se valida por clave en el maestro indexado
      *   ALUMNOS.IDX via RUTALUM, y la planilla por curso recorre la
      *   clave alternativa por curso, en lugar de cargar ALUMNOS.DAT
      *   entero en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ASISTENCIA  ASSIGN TO DISK 'ASISTENCIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASISTENCIA.
       DATA DIVISION.
       FILE SECTION.

       FD ASISTENCIA.
       01 REG-ASISTENCIA.
           05 REG-ASI-NRO-ALUMNO               PIC 9(04).
           05 REG-ASI-MOTIVO-JUST              PIC X(15).
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-ASISTENCIA                    PIC X(02).
           88 WSS-FS-ASISTENCIA-OK                     VALUE '00' '05'.

      *ALUMNOS ACTIVOS DEL CURSO DE LA PLANILLA, LEIDOS POR LA CLAVE
      *ALTERNATIVA DE ALUMNOS.IDX
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
       01  WSC-RUTFECHA                        PIC X(08)
                                                       VALUE "RUTFECHA".
       COPY REG-FECHA.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-ABRIR-ALUMNOS
           PERFORM 11000-ABRIR-ARCHIVO-ASISTENCIA
           PERFORM 15000-ELEGIR-MODO
           PERFORM 30000-CERRAR-ARCHIVO-ASISTENCIA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'ASISTEN' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
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

      *PREGUNTA SI LA CARGA ES INDIVIDUAL O POR PLANILLA DE CURSO
       15000-ELEGIR-MODO.
           MOVE 0 TO WSV-OPCION-MODO
               END-EVALUATE
           END-PERFORM.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA VALIDAR
      *EL NRO DE ALUMNO Y ARMAR LA PLANILLA POR CURSO
       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *ABRE ASISTENCIA.DAT EN MODO EXTEND PARA AGREGAR REGISTROS
                   '(INGRESE N/n SI NO DESEA CONTINUAR)'
           ACCEPT WSV-SEGUIR.

      *LEE EL ALUMNO INGRESADO POR CLAVE EN ALUMNOS.IDX
       21000-VALIDAR-ALUMNO.
           SET WSS-BUSQUEDA-ALU-NO TO TRUE
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-BUSQUEDA-ALU-OK TO TRUE
           ELSE
               DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                       'ALUMNOS.IDX, NO SE GRABA'
           END-IF.

      *PIDE LA FECHA COMPLETA DE LA ASISTENCIA VIA RUTFECHA EN MODO
       50000-PLANILLA-POR-CURSO.
           DISPLAY 'INGRESE CURSO (EJ 1A): '
           ACCEPT WSV-CURSO-E
           PERFORM 50500-CARGAR-ALUMNOS-CURSO
           IF WSV-CONT-CURSO = 0
               DISPLAY 'NO HAY ALUMNOS ACTIVOS EN EL CURSO '
                       WSV-CURSO-E
               END-IF
           END-IF.

      *RECORRE LOS ALUMNOS DEL CURSO POR LA CLAVE ALTERNATIVA DE
      *ALUMNOS.IDX Y CARGA EN LA PLANILLA LOS QUE NO ESTAN DE BAJA,
      *TODOS EN PRESENTE
       50500-CARGAR-ALUMNOS-CURSO.
           MOVE 0 TO WSV-CONT-ALUMNOS
           MOVE 0 TO WSV-CONT-CURSO
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
                       IF NOT WSS-ALUX-R-BAJA
                           PERFORM 50600-AGREGAR-A-PLANILLA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       50600-AGREGAR-A-PLANILLA.
           IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
               DISPLAY 'TABLA DE ALUMNOS LLENA, NO ENTRA EN LA '
                       'PLANILLA EL ALUMNO ' REG-ALUX-R-NRO-ALUMNO
           ELSE
               ADD 1 TO WSV-CONT-ALUMNOS
               SET IND-AL TO WSV-CONT-ALUMNOS
               MOVE REG-ALUX-R-NRO-ALUMNO TO WST-AL-NRO(IND-AL)
               MOVE REG-ALUX-R-NOMBRE TO WST-AL-NOMBRE(IND-AL)
               MOVE REG-ALUX-R-CURSO TO WST-AL-CURSO(IND-AL)
               MOVE REG-ALUX-R-ESTADO TO WST-AL-BAJA(IND-AL)
               MOVE 'P' TO WST-AL-ESTADO-DIA(IND-AL)
               MOVE 'N' TO WST-AL-JUST-DIA(IND-AL)
               MOVE SPACES TO WST-AL-MOTIVO-DIA(IND-AL)
               ADD 1 TO WSV-CONT-CURSO
           END-IF.

      *MUESTRA LA PLANILLA Y DEJA MARCAR AUSENTES/TARDES HASTA QUE
      *EL PRECEPTOR CONFIRME (C) O CANCELE (X)
       51000-MARCAR-EXCEPCIONES.
           DISPLAY 'PLANILLA DEL CURSO ' WSV-CURSO-E ' GRABADA ('
                   WSV-CONT-CURSO ' ALUMNOS)'.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
