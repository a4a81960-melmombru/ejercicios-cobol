      *    llamada. Con esto cada correccion, excepcion y registro
      *    de log lleva un nombre atado, y las preguntas de
      *    auditoria dejan de terminar en "alguien".
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Roles y matriz de permisos: el operador lleva un rol
      *   (en blanco vale DIR para nivel D y OPE para el resto) y, con
      *   REG-OPER-PROGRAMA-E y REG-OPER-ACCION-E informados, la rutina
      *   contesta si el rol puede hacer esa accion (C consulta, A alta,
      *   M modificacion, B baja, U autorizacion) en ese programa segun
      *   PERMISOS.DAT; cada rechazo queda en PERMISOS-LOG.DAT. Con
      *   PERMISOS.DAT vacio rige la regla anterior.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL OPERADORES  ASSIGN TO DISK 'OPERADORES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-OPERADORES.

       SELECT OPTIONAL PERMISOS    ASSIGN TO DISK 'PERMISOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERMISOS.

       SELECT OPTIONAL PERMISOS-LOG ASSIGN TO DISK 'PERMISOS-LOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       01 REG-OPERADOR.
           05 REG-OPE-CODIGO       PIC X(03).
           05 REG-OPE-NOMBRE       PIC X(25).
           05 REG-OPE-NIVEL        PIC X(01).
           05 REG-OPE-CLAVE        PIC X(06).
           05 REG-OPE-ROL          PIC X(03).

      *MATRIZ DE PERMISOS (MANTENIDA POR OPERMANT): CADA REGISTRO
      *HABILITA UN ROL A UNA ACCION EN UN PROGRAMA; '*' EN PROGRAMA O
      *EN ACCION VALE PARA TODOS
       FD PERMISOS.
       01 REG-PERMISO.
           05 REG-PER-ROL          PIC X(03).
           05 REG-PER-PROGRAMA     PIC X(08).
           05 REG-PER-ACCION       PIC X(01).

       FD PERMISOS-LOG.
       COPY REG-PERMLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-OPERADORES            PIC X(02).
           88 WSS-FS-OPERADORES-OK         VALUE '00' '05'.
           88 WSS-FS-OPERADORES-EOF        VALUE '10'.
       01 WSS-FS-PERMISOS              PIC X(02).
           88 WSS-FS-PERMISOS-OK           VALUE '00' '05'.
           88 WSS-FS-PERMISOS-EOF          VALUE '10'.
       01 WSS-FS-PERMLOG               PIC X(02).
           88 WSS-FS-PERMLOG-OK            VALUE '00' '05'.

       01 WSV-TABLA-CARGADA            PIC X(01) VALUE 'N'.
           88 WSS-TABLA-CARGADA                VALUE 'S'.
           05 WST-OPERADOR         OCCURS 50 TIMES INDEXED BY IND-OP.
               10 WST-OP-CODIGO        PIC X(03).
               10 WST-OP-NOMBRE        PIC X(25).
               10 WST-OP-NIVEL         PIC X(01).
               10 WST-OP-CLAVE         PIC X(06).
               10 WST-OP-ROL           PIC X(03).

       01 WSC-MAX-PERMISOS             PIC 9(03) VALUE 300.
       01 WSV-CONT-PERMISOS            PIC S9(4) COMP VALUE 0.
       01 WST-PERMISOS.
           05 WST-PERMISO          OCCURS 300 TIMES INDEXED BY IND-PE.
               10 WST-PE-ROL           PIC X(03).
               10 WST-PE-PROGRAMA      PIC X(08).
               10 WST-PE-ACCION        PIC X(01).

       01 WSV-ENCONTRADO               PIC X(01).
           88 WSS-ENCONTRADO               VALUE 'S'.
       01 WSV-PERMITIDO                PIC X(01).
           88 WSS-PERMITIDO                VALUE 'S'.
       01 WSV-ACCION                   PIC X(01).
       01 WSV-HORA                     PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-OPER.
           SET WSS-OPER-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-OPER
           MOVE SPACES TO REG-OPER-NOMBRE-R
           MOVE SPACES TO REG-OPER-NIVEL-R
           MOVE SPACES TO REG-OPER-ROL-R
           IF NOT WSS-TABLA-CARGADA
               PERFORM 05000-CARGAR-TABLA
           END-IF
                   TO WSV-ST-TEXTO-OPER
           ELSE
               PERFORM 10000-BUSCAR-OPERADOR
               IF WSS-OPER-OK AND REG-OPER-PROGRAMA-E NOT= SPACES
                   PERFORM 30000-VERIFICAR-PERMISO
               END-IF
               IF WSS-OPER-ERROR AND REG-OPER-PROGRAMA-E NOT= SPACES
                   PERFORM 40000-REGISTRAR-DENEGACION
               END-IF
           END-IF
           PERFORM 90000-FIN-DE-RUTINA.

                   UNTIL WSS-FS-OPERADORES-EOF
           END-IF
           CLOSE OPERADORES
           MOVE 0 TO WSV-CONT-PERMISOS
           OPEN INPUT PERMISOS
           IF WSS-FS-PERMISOS-OK
               PERFORM 07000-LEER-PERMISO
                   UNTIL WSS-FS-PERMISOS-EOF
           END-IF
           CLOSE PERMISOS
           SET WSS-TABLA-CARGADA TO TRUE.

       06000-LEER-Y-CARGAR.
                   SET IND-OP TO WSV-CONT-OPERADORES
                   MOVE REG-OPE-CODIGO TO WST-OP-CODIGO(IND-OP)
                   MOVE REG-OPE-NOMBRE TO WST-OP-NOMBRE(IND-OP)
                   MOVE REG-OPE-NIVEL TO WST-OP-NIVEL(IND-OP)
                   MOVE REG-OPE-CLAVE TO WST-OP-CLAVE(IND-OP)
                   MOVE REG-OPE-ROL TO WST-OP-ROL(IND-OP)
                   IF WST-OP-ROL(IND-OP) = SPACES
                       IF REG-OPE-NIVEL = 'D'
                           MOVE 'DIR' TO WST-OP-ROL(IND-OP)
                       ELSE
                           MOVE 'OPE' TO WST-OP-ROL(IND-OP)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       07000-LEER-PERMISO.
           READ PERMISOS
           IF WSS-FS-PERMISOS-OK
               IF WSV-CONT-PERMISOS >= WSC-MAX-PERMISOS
                   MOVE HIGH-VALUE TO WSS-FS-PERMISOS
               ELSE
                   ADD 1 TO WSV-CONT-PERMISOS
                   SET IND-PE TO WSV-CONT-PERMISOS
                   MOVE REG-PER-ROL TO WST-PE-ROL(IND-PE)
                   MOVE REG-PER-PROGRAMA TO WST-PE-PROGRAMA(IND-PE)
                   MOVE REG-PER-ACCION TO WST-PE-ACCION(IND-PE)
               END-IF
           END-IF.

      *BUSCA EL CODIGO Y DEVUELVE EL NOMBRE, EL NIVEL Y EL ROL DEL
      *OPERADOR; CON CLAVE INFORMADA EXIGE ADEMAS CLAVE COINCIDENTE
      *Y, SI NO SE INFORMA EL PROGRAMA, NIVEL DIRECCION
       10000-BUSCAR-OPERADOR.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-OP FROM 1 BY 1
               IF WST-OP-CODIGO(IND-OP) = REG-OPER-CODIGO-E
                   SET WSS-ENCONTRADO TO TRUE
                   MOVE WST-OP-NOMBRE(IND-OP) TO REG-OPER-NOMBRE-R
                   MOVE WST-OP-NIVEL(IND-OP) TO REG-OPER-NIVEL-R
                   MOVE WST-OP-ROL(IND-OP) TO REG-OPER-ROL-R
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               SET WSS-OPER-ERROR TO TRUE
               MOVE 'NO EXISTE EL OPERADOR' TO WSV-ST-TEXTO-OPER
           ELSE
               IF REG-OPER-CLAVE-E NOT= SPACES
                   SET IND-OP DOWN BY 1
                   PERFORM 20000-VALIDAR-AUTORIZACION
               END-IF
           END-IF.

      *LA AUTORIZACION: CLAVE CARGADA E IGUAL A LA INFORMADA; SIN
      *PROGRAMA INFORMADO EL OPERADOR TIENE QUE SER DE NIVEL D, CON
      *PROGRAMA LO DECIDE LA MATRIZ (ACCION U)
       20000-VALIDAR-AUTORIZACION.
           EVALUATE TRUE
               WHEN NOT WSS-OPER-DIRECCION
                       AND REG-OPER-PROGRAMA-E = SPACES
                   SET WSS-OPER-ERROR TO TRUE
                   MOVE 'EL OPERADOR NO ES DE DIRECCION'
                       TO WSV-ST-TEXTO-OPER
               WHEN WST-OP-CLAVE(IND-OP) = SPACES
                       OR WST-OP-CLAVE(IND-OP) NOT= REG-OPER-CLAVE-E
                   SET WSS-OPER-ERROR TO TRUE
                   MOVE 'CLAVE DE AUTORIZACION INCORRECTA'
                       TO WSV-ST-TEXTO-OPER
           END-EVALUATE.

      *PERMISO DEL ROL PARA LA ACCION EN EL PROGRAMA (CON CLAVE LA
      *ACCION ES SIEMPRE U). MIENTRAS PERMISOS.DAT ESTE VACIO RIGE LA
      *REGLA ANTERIOR A LA MATRIZ: TODO OPERADOR PUEDE TODO SALVO
      *AUTORIZAR, QUE QUEDA PARA LOS DE DIRECCION
       30000-VERIFICAR-PERMISO.
           IF REG-OPER-CLAVE-E NOT= SPACES
               MOVE 'U' TO WSV-ACCION
           ELSE
               MOVE REG-OPER-ACCION-E TO WSV-ACCION
           END-IF
           MOVE 'N' TO WSV-PERMITIDO
           IF WSV-CONT-PERMISOS = 0
               IF WSV-ACCION NOT= 'U' OR WSS-OPER-DIRECCION
                   SET WSS-PERMITIDO TO TRUE
               END-IF
           ELSE
               PERFORM VARYING IND-PE FROM 1 BY 1
                       UNTIL IND-PE > WSV-CONT-PERMISOS
                           OR WSS-PERMITIDO
                   IF WST-PE-ROL(IND-PE) = REG-OPER-ROL-R
                           AND (WST-PE-PROGRAMA(IND-PE) =
                                REG-OPER-PROGRAMA-E
                             OR WST-PE-PROGRAMA(IND-PE) = '*')
                           AND (WST-PE-ACCION(IND-PE) = WSV-ACCION
                             OR WST-PE-ACCION(IND-PE) = '*')
                       SET WSS-PERMITIDO TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WSS-PERMITIDO
               SET WSS-OPER-ERROR TO TRUE
               EVALUATE WSV-ACCION
                   WHEN 'C'
                       MOVE 'SIN PERMISO DE CONSULTA'
                           TO WSV-ST-TEXTO-OPER
                   WHEN 'A'
                       MOVE 'SIN PERMISO DE ALTA' TO WSV-ST-TEXTO-OPER
                   WHEN 'M'
                       MOVE 'SIN PERMISO DE MODIFICACION'
                           TO WSV-ST-TEXTO-OPER
                   WHEN 'B'
                       MOVE 'SIN PERMISO DE BAJA' TO WSV-ST-TEXTO-OPER
                   WHEN 'U'
                       MOVE 'SIN PERMISO DE AUTORIZACION'
                           TO WSV-ST-TEXTO-OPER
                   WHEN OTHER
                       MOVE 'SIN PERMISO (ACCION INVALIDA)'
                           TO WSV-ST-TEXTO-OPER
               END-EVALUATE
           END-IF.

      *CADA RECHAZO CON PROGRAMA INFORMADO QUEDA EN PERMISOS-LOG.DAT
      *(OPERADOR INEXISTENTE, CLAVE INCORRECTA O FALTA DE PERMISO)
       40000-REGISTRAR-DENEGACION.
           ACCEPT REG-PLG-FECHA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA FROM TIME
           MOVE WSV-HORA(1:6) TO REG-PLG-HORA
           MOVE REG-OPER-CODIGO-E TO REG-PLG-OPERADOR
           MOVE REG-OPER-ROL-R TO REG-PLG-ROL
           MOVE REG-OPER-PROGRAMA-E TO REG-PLG-PROGRAMA
           IF REG-OPER-CLAVE-E NOT= SPACES
               MOVE 'U' TO REG-PLG-ACCION
           ELSE
               MOVE REG-OPER-ACCION-E TO REG-PLG-ACCION
           END-IF
           MOVE WSV-ST-TEXTO-OPER TO REG-PLG-MOTIVO
           OPEN EXTEND PERMISOS-LOG
           IF WSS-FS-PERMLOG-OK
               WRITE REG-PERMISO-LOG
               CLOSE PERMISOS-LOG
           END-IF.

      *DA FIN A LA RUTINA
