      *   rechaza, salvo que el operador registre la excepcion
      *   autorizada por direccion, que queda asentada con fecha y
      *   motivo en CORREXCEP.DAT.
      * 2026 10 - El promedio en la materia requerida por las
      *   correlatividades suma tambien las notas traidas por pase de
      *   otra escuela que EQUIVREV aprobo en EQUIVALENCIAS.DAT.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El alumno se valida por clave en el maestro indexado
      *   ALUMNOS.IDX via RUTALUM en lugar de cargar ALUMNOS.DAT entero
      *   en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL INSCRIPCIONES
                                   ASSIGN TO DISK 'INSCRIPCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
       SELECT OPTIONAL EXCEPCIONES ASSIGN TO DISK 'CORREXCEP.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EXCEPCION.

       SELECT OPTIONAL EQUIVALENCIAS
                                   ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EQUIV.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD INSCRIPCIONES.
       01 REG-INSCRIPCION.
           05 REG-INS-NRO-ALUMNO               PIC 9(04).
           05 REG-EXC-NRO-REQUERIDA            PIC 9(02).
           05 REG-EXC-MOTIVO                   PIC X(20).
           05 REG-EXC-OPERADOR                 PIC X(03).

       FD EQUIVALENCIAS.
       COPY REG-EQUIV.
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WSS-FS-INSCRIP                       PIC X(02).
           88 WSS-FS-INSCRIP-OK                        VALUE '00' '05'.
           88 WSS-FS-INSCRIP-EOF                       VALUE '10'.

      *INSCRIPCIONES YA CARGADAS, PARA RECHAZAR DUPLICADAS
       01 WSC-MAX-INSCRIP                      PIC 9(04) VALUE 1000.
       01 WSV-CONT-INSCRIP                     PIC S9(4) COMP VALUE 0.
       01 WSS-FS-EXCEPCION                     PIC X(02).
           88 WSS-FS-EXCEPCION-OK                      VALUE '00' '05'.

       01 WSS-FS-EQUIV                         PIC X(02).
           88 WSS-FS-EQUIV-OK                          VALUE '00' '05'.
           88 WSS-FS-EQUIV-EOF                         VALUE '10'.

       01 WSC-MAX-CORRELATIVAS                 PIC 9(03) VALUE 100.
       01 WSV-CONT-CORRELATIVAS                PIC S9(4) COMP VALUE 0.
       01 WST-CORRELATIVAS.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-TABLA-MAT
           PERFORM 11000-ABRIR-ALUMNOS
           PERFORM 12000-CARGAR-INSCRIPCIONES
           PERFORM 12500-CARGAR-CORRELATIVAS
           PERFORM 13000-ABRIR-ARCHIVO-INSCRIP

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'INSCRIP' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA VALIDAR
      *EL NRO DE ALUMNO DE CADA INSCRIPCION
       11000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE INSCRIPCIONES.DAT COMPLETO Y LO CARGA EN MEMORIA PARA
               DISPLAY WSV-ST-TEXTO-MAT
           END-IF.

      *LEE EL ALUMNO INGRESADO POR CLAVE EN ALUMNOS.IDX
       22000-VALIDAR-ALUMNO.
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

      *LLAMA A LA RUTINA DE MATERIAS PARA VERIFICAR QUE LA MATERIA
               PERFORM 26210-LEER-Y-ACUMULAR-REQ
                   UNTIL WSS-FS-NOTAS-EOF
               CLOSE ENTRADA-NOTAS
               PERFORM 26220-ACUMULAR-EQUIVALENCIAS
               IF WSV-CONT-REQUERIDA NOT= 0
                   COMPUTE WSV-PROM-REQUERIDA = WSV-ACUM-REQUERIDA /
                           WSV-CONT-REQUERIDA
           END-IF
           END-IF.

      *SUMA LAS NOTAS TRAIDAS POR PASE DE OTRA ESCUELA QUE EQUIVREV
      *APROBO PARA LA MATERIA REQUERIDA (LAS PENDIENTES NO CUENTAN)
       26220-ACUMULAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               PERFORM 26230-LEER-Y-ACUMULAR-EQV
                   UNTIL WSS-FS-EQUIV-EOF
               CLOSE EQUIVALENCIAS
           END-IF.

       26230-LEER-Y-ACUMULAR-EQV.
           READ EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               IF WSS-EQV-APROBADA
                       AND REG-EQV-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                       AND REG-EQV-NRO-MATERIA = WSV-REQUERIDA-ACTUAL
                   ADD REG-EQV-NOTA TO WSV-ACUM-REQUERIDA
                   ADD 1 TO WSV-CONT-REQUERIDA
               END-IF
           END-IF.

      *ASIENTA LA EXCEPCION AUTORIZADA EN CORREXCEP.DAT CON FECHA,
      *ALUMNO, MATERIA, MATERIA REQUERIDA Y MOTIVO
       26300-REGISTRAR-EXCEPCION.
           DISPLAY 'INSCRIPCIONES GRABADAS EN ESTA CORRIDA: '
                   WSV-CONT-GRABADAS.

      *CIERRA EL MAESTRO DE ALUMNOS Y DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           STOP RUN.
