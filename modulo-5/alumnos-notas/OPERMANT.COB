      *y mantenimiento (NOTAS, NOTCORR, ALUMANT, INSCRIP) validan
      *via RUTOPER al arrancar, para que cada correccion, excepcion
      *y registro de log tenga un nombre atado.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El operador lleva nivel (D direccion / O operador)
      *   y, los de direccion, una clave de autorizacion, que piden
      *   el cierre y la reapertura de terminos (TERMCIER) y la carga
      *   de notas en un termino cerrado. Nueva opcion para cambiar
      *   el nivel y la clave de un operador existente.
      * 2026 10 - Cada operador lleva un rol (opcion 5 para cambiarlo) y
      *   las opciones 6 a 8 mantienen la matriz de permisos
      *   PERMISOS.DAT (rol, programa, accion) que consulta RUTOPER. El
      *   programa pide el operador al entrar y el permiso de cada
      *   opcion que cambia algo; con OPERADORES.DAT vacio se trabaja
      *   sin identificar para cargar el primero.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL OPERADORES      ASSIGN TO DISK 'OPERADORES.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-OPER.

       SELECT OPTIONAL PERMISOS        ASSIGN TO DISK 'PERMISOS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-PERM.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       01 REG-OPERADOR.
           05 REG-OPE-CODIGO               PIC X(03).
           05 REG-OPE-NOMBRE               PIC X(25).
           05 REG-OPE-NIVEL                PIC X(01).
           05 REG-OPE-CLAVE                PIC X(06).
           05 REG-OPE-ROL                  PIC X(03).

       FD PERMISOS.
       01 REG-PERMISO.
           05 REG-PER-ROL                  PIC X(03).
           05 REG-PER-PROGRAMA             PIC X(08).
           05 REG-PER-ACCION               PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-OPER                      PIC X(02).
           88 WSS-FS-OPER-OK                   VALUE '00' '05'.
           88 WSS-FS-OPER-EOF                  VALUE '10'.
       01 WSS-FS-PERM                      PIC X(02).
           88 WSS-FS-PERM-OK                   VALUE '00' '05'.
           88 WSS-FS-PERM-EOF                  VALUE '10'.

       01 WSV-CONT-OPER                    PIC S9(4) COMP.
       01 WSC-MAX-OPERADORES               PIC 9(02) VALUE 50.
           05 WST-OPERADOR            OCCURS 50 TIMES INDEXED BY IND.
               10 WST-OP-CODIGO            PIC X(03).
               10 WST-OP-NOMBRE            PIC X(25).
               10 WST-OP-NIVEL             PIC X(01).
                   88 WSS-OP-DIRECCION             VALUE 'D'.
               10 WST-OP-CLAVE             PIC X(06).
               10 WST-OP-ROL               PIC X(03).
               10 WST-OP-BAJA              PIC X(01) VALUE 'N'.
                   88 WSS-OPER-DE-BAJA             VALUE 'S'.

      *MATRIZ DE PERMISOS PERMISOS.DAT: ROL, PROGRAMA Y ACCION
      *HABILITADA ('*' EN PROGRAMA O ACCION VALE PARA TODOS)
       01 WSV-CONT-PERM                    PIC S9(4) COMP.
       01 WSC-MAX-PERMISOS                 PIC 9(03) VALUE 300.
       01 WST-PERMISOS.
           05 WST-PERMISO        OCCURS 300 TIMES INDEXED BY IND-PE.
               10 WST-PE-ROL               PIC X(03).
               10 WST-PE-PROGRAMA          PIC X(08).
               10 WST-PE-ACCION            PIC X(01).
               10 WST-PE-BAJA              PIC X(01) VALUE 'N'.
                   88 WSS-PERM-DE-BAJA             VALUE 'S'.
       01 WSV-CONT-CAMBIOS-PERM            PIC S9(4) COMP VALUE 0.

       01 WSV-BUSQUEDA                     PIC X(02).
           88 WSS-BUSQUEDA-OK                  VALUE 'OK'.
           88 WSS-BUSQUEDA-NO                  VALUE 'NO'.

       01 WSV-CODIGO-E                     PIC X(03).
       01 WSV-NOMBRE-E                     PIC X(25).
       01 WSV-NIVEL-E                      PIC X(01).
           88 WSS-NIVEL-VALIDO                 VALUE 'D' 'O'.
       01 WSV-CLAVE-E                      PIC X(06).
       01 WSV-ROL-E                        PIC X(03).
       01 WSC-MINUSCULAS                   PIC X(26)
                               VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WSC-MAYUSCULAS                   PIC X(26)
                               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WSV-PROGRAMA-E                   PIC X(08).
       01 WSV-ACCION-E                     PIC X(01).
           88 WSS-ACCION-VALIDA                VALUE 'C' 'A' 'M'
                                                     'B' 'U' '*'.

       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-CARGAR-TABLA
           PERFORM 12000-CARGAR-PERMISOS
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 35000-GRABAR-PERMISOS
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR VIA RUTOPER CON PERMISO DE
      *CONSULTA SOBRE OPERMANT; CADA OPCION QUE CAMBIA ALGO PIDE
      *ADEMAS SU PROPIO PERMISO. CON OPERADORES.DAT VACIO NO HAY A
      *QUIEN PEDIRLE CODIGO Y SE TRABAJA SIN IDENTIFICAR (CARGA DEL
      *PRIMER OPERADOR)
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'OPERMANT' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           IF WSV-CONT-OPER = 0
               DISPLAY 'SIN OPERADORES CARGADOS, SE TRABAJA SIN '
                       'IDENTIFICAR'
               MOVE '***' TO WSV-OPERADOR
           END-IF
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

      *PERMISO DEL OPERADOR PARA LA ACCION YA CARGADA EN
      *REG-OPER-ACCION-E (SIN OPERADORES CARGADOS NO SE CONTROLA)
       02100-VERIFICAR-PERMISO.
           IF WSV-OPERADOR = '***'
               SET WSS-OPER-OK TO TRUE
           ELSE
               MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
               MOVE SPACES TO REG-OPER-CLAVE-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF NOT WSS-OPER-OK
                   DISPLAY 'OPERACION NO PERMITIDA: '
                           WSV-ST-TEXTO-OPER
               END-IF
           END-IF.

       10000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-OPER
           OPEN INPUT OPERADORES
                   SET IND TO WSV-CONT-OPER
                   MOVE REG-OPE-CODIGO TO WST-OP-CODIGO(IND)
                   MOVE REG-OPE-NOMBRE TO WST-OP-NOMBRE(IND)
                   MOVE REG-OPE-NIVEL TO WST-OP-NIVEL(IND)
                   MOVE REG-OPE-CLAVE TO WST-OP-CLAVE(IND)
                   MOVE REG-OPE-ROL TO WST-OP-ROL(IND)
                   IF WST-OP-NIVEL(IND) = SPACE
                       MOVE 'O' TO WST-OP-NIVEL(IND)
                   END-IF
                   IF WST-OP-ROL(IND) = SPACES
                       IF WSS-OP-DIRECCION(IND)
                           MOVE 'DIR' TO WST-OP-ROL(IND)
                       ELSE
                           MOVE 'OPE' TO WST-OP-ROL(IND)
                       END-IF
                   END-IF
                   MOVE 'N' TO WST-OP-BAJA(IND)
               END-IF
           END-IF.
           DISPLAY '1. AGREGAR UN OPERADOR'
           DISPLAY '2. ELIMINAR UN OPERADOR'
           DISPLAY '3. LISTAR OPERADORES'
           DISPLAY '4. CAMBIAR NIVEL Y CLAVE DE UN OPERADOR'
           DISPLAY '5. CAMBIAR ROL DE UN OPERADOR'
           DISPLAY '6. AGREGAR UN PERMISO A UN ROL'
           DISPLAY '7. QUITAR UN PERMISO A UN ROL'
           DISPLAY '8. LISTAR PERMISOS'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 SET WSS-OPER-ALTA TO TRUE
               WHEN 2 SET WSS-OPER-BAJA TO TRUE
               WHEN 3 SET WSS-OPER-CONSULTA TO TRUE
               WHEN 8 SET WSS-OPER-CONSULTA TO TRUE
               WHEN 6 SET WSS-OPER-ALTA TO TRUE
               WHEN 7 SET WSS-OPER-BAJA TO TRUE
               WHEN OTHER SET WSS-OPER-MODIFICA TO TRUE
           END-EVALUATE
           IF WSV-OPCION-MENU NOT= 9 AND WSV-OPCION-MENU NOT= 0
               PERFORM 02100-VERIFICAR-PERMISO
           END-IF
           EVALUATE TRUE
               WHEN WSV-OPCION-MENU = 9 CONTINUE
               WHEN WSV-OPCION-MENU = 0
                   DISPLAY 'OPCION INVALIDA'
               WHEN NOT WSS-OPER-OK CONTINUE
               WHEN WSV-OPCION-MENU = 1 PERFORM 21000-AGREGAR-OPERADOR
               WHEN WSV-OPCION-MENU = 2 PERFORM 23000-ELIMINAR-OPERADOR
               WHEN WSV-OPCION-MENU = 3
                   PERFORM 24000-LISTAR-OPERADORES
               WHEN WSV-OPCION-MENU = 4 PERFORM 25000-CAMBIAR-NIVEL
               WHEN WSV-OPCION-MENU = 5 PERFORM 28000-CAMBIAR-ROL
               WHEN WSV-OPCION-MENU = 6 PERFORM 50000-AGREGAR-PERMISO
               WHEN WSV-OPCION-MENU = 7 PERFORM 51000-QUITAR-PERMISO
               WHEN WSV-OPCION-MENU = 8 PERFORM 52000-LISTAR-PERMISOS
           END-EVALUATE.

       21000-AGREGAR-OPERADOR.
                   MOVE WSV-CODIGO-E TO WST-OP-CODIGO(IND)
                   MOVE WSV-NOMBRE-E TO WST-OP-NOMBRE(IND)
                   MOVE 'N' TO WST-OP-BAJA(IND)
                   PERFORM 27000-PEDIR-NIVEL-Y-CLAVE
                   MOVE WSV-NIVEL-E TO WST-OP-NIVEL(IND)
                   MOVE WSV-CLAVE-E TO WST-OP-CLAVE(IND)
                   PERFORM 29000-PEDIR-ROL
                   MOVE WSV-ROL-E TO WST-OP-ROL(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'OPERADOR AGREGADO'
               END-IF
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-OPER
               IF NOT WSS-OPER-DE-BAJA(IND)
                   IF WSS-OP-DIRECCION(IND)
                       DISPLAY WST-OP-CODIGO(IND) ' '
                               WST-OP-NOMBRE(IND) ' ROL '
                               WST-OP-ROL(IND) ' DIRECCION'
                   ELSE
                       DISPLAY WST-OP-CODIGO(IND) ' '
                               WST-OP-NOMBRE(IND) ' ROL '
                               WST-OP-ROL(IND)
                   END-IF
               END-IF
           END-PERFORM.

      *CAMBIA EL NIVEL (Y LA CLAVE, SI QUEDA DE DIRECCION) DE UN
      *OPERADOR EXISTENTE
       25000-CAMBIAR-NIVEL.
           DISPLAY 'INGRESE CODIGO DE OPERADOR: '
           ACCEPT WSV-CODIGO-E
           PERFORM 26000-BUSCAR-OPERADOR
           IF WSS-BUSQUEDA-OK
               DISPLAY 'OPERADOR: ' WST-OP-NOMBRE(IND)
                       ' NIVEL ACTUAL: ' WST-OP-NIVEL(IND)
               PERFORM 27000-PEDIR-NIVEL-Y-CLAVE
               MOVE WSV-NIVEL-E TO WST-OP-NIVEL(IND)
               MOVE WSV-CLAVE-E TO WST-OP-CLAVE(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'NIVEL DEL OPERADOR ACTUALIZADO'
           ELSE
               DISPLAY 'NO EXISTE UN OPERADOR CON ESE CODIGO'
           END-IF.

       26000-BUSCAR-OPERADOR.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
               COMPUTE IND = IND - 1
           END-IF.

      *PIDE EL NIVEL DEL OPERADOR Y, SI ES DE DIRECCION, SU CLAVE
      *DE AUTORIZACION (OBLIGATORIA)
       27000-PEDIR-NIVEL-Y-CLAVE.
           MOVE SPACES TO WSV-NIVEL-E
           PERFORM UNTIL WSS-NIVEL-VALIDO
               DISPLAY 'INGRESE NIVEL (D DIRECCION / O OPERADOR): '
               ACCEPT WSV-NIVEL-E
               IF WSV-NIVEL-E = 'd'
                   MOVE 'D' TO WSV-NIVEL-E
               END-IF
               IF WSV-NIVEL-E = 'o'
                   MOVE 'O' TO WSV-NIVEL-E
               END-IF
           END-PERFORM
           MOVE SPACES TO WSV-CLAVE-E
           IF WSV-NIVEL-E = 'D'
               PERFORM UNTIL WSV-CLAVE-E NOT= SPACES
                   DISPLAY 'INGRESE CLAVE DE AUTORIZACION '
                           '(HASTA 6 CARACTERES): '
                   ACCEPT WSV-CLAVE-E
               END-PERFORM
           END-IF.

      *CAMBIA EL ROL DE UN OPERADOR EXISTENTE
       28000-CAMBIAR-ROL.
           DISPLAY 'INGRESE CODIGO DE OPERADOR: '
           ACCEPT WSV-CODIGO-E
           PERFORM 26000-BUSCAR-OPERADOR
           IF WSS-BUSQUEDA-OK
               DISPLAY 'OPERADOR: ' WST-OP-NOMBRE(IND)
                       ' ROL ACTUAL: ' WST-OP-ROL(IND)
               PERFORM 29000-PEDIR-ROL
               MOVE WSV-ROL-E TO WST-OP-ROL(IND)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'ROL DEL OPERADOR ACTUALIZADO'
           ELSE
               DISPLAY 'NO EXISTE UN OPERADOR CON ESE CODIGO'
           END-IF.

      *EL ROL ES UN CODIGO LIBRE DE 3 LETRAS (DIR, SEC, PRE, CAJ...)
      *QUE SE HABILITA PROGRAMA POR PROGRAMA CON LAS OPCIONES 6 Y 7
       29000-PEDIR-ROL.
           MOVE SPACES TO WSV-ROL-E
           PERFORM UNTIL WSV-ROL-E NOT= SPACES
               DISPLAY 'INGRESE ROL DEL OPERADOR (3 LETRAS): '
               ACCEPT WSV-ROL-E
               INSPECT WSV-ROL-E CONVERTING WSC-MINUSCULAS
                   TO WSC-MAYUSCULAS
           END-PERFORM.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
                               TO REG-OPE-CODIGO
                           MOVE WST-OP-NOMBRE(IND)
                               TO REG-OPE-NOMBRE
                           MOVE WST-OP-NIVEL(IND)
                               TO REG-OPE-NIVEL
                           MOVE WST-OP-CLAVE(IND)
                               TO REG-OPE-CLAVE
                           MOVE WST-OP-ROL(IND)
                               TO REG-OPE-ROL
                           WRITE REG-OPERADOR
                           IF NOT WSS-FS-OPER-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
               END-IF
           END-IF.

       12000-CARGAR-PERMISOS.
           MOVE 0 TO WSV-CONT-PERM
           OPEN INPUT PERMISOS
           IF NOT WSS-FS-PERM-OK
               DISPLAY 'ERROR EN EL OPEN DE PERMISOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PERM
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 13000-LEER-PERMISO UNTIL WSS-FS-PERM-EOF
           CLOSE PERMISOS.

       13000-LEER-PERMISO.
           READ PERMISOS
           IF WSS-FS-PERM-OK
               IF WSV-CONT-PERM >= WSC-MAX-PERMISOS
                   DISPLAY 'TABLA DE PERMISOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PERM
               ELSE
                   ADD 1 TO WSV-CONT-PERM
                   SET IND-PE TO WSV-CONT-PERM
                   MOVE REG-PER-ROL TO WST-PE-ROL(IND-PE)
                   MOVE REG-PER-PROGRAMA TO WST-PE-PROGRAMA(IND-PE)
                   MOVE REG-PER-ACCION TO WST-PE-ACCION(IND-PE)
                   MOVE 'N' TO WST-PE-BAJA(IND-PE)
               END-IF
           END-IF.

       35000-GRABAR-PERMISOS.
           IF WSV-CONT-CAMBIOS-PERM = 0
               DISPLAY 'SIN CAMBIOS EN LOS PERMISOS'
           ELSE
               OPEN OUTPUT PERMISOS
               IF NOT WSS-FS-PERM-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE PERMISOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-PERM
               ELSE
                   PERFORM VARYING IND-PE FROM 1 BY 1
                           UNTIL IND-PE > WSV-CONT-PERM
                       IF NOT WSS-PERM-DE-BAJA(IND-PE)
                           MOVE WST-PE-ROL(IND-PE) TO REG-PER-ROL
                           MOVE WST-PE-PROGRAMA(IND-PE)
                               TO REG-PER-PROGRAMA
                           MOVE WST-PE-ACCION(IND-PE)
                               TO REG-PER-ACCION
                           WRITE REG-PERMISO
                           IF NOT WSS-FS-PERM-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
                                       'PERMISOS'
                               DISPLAY 'FILE STATUS ' WSS-FS-PERM
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PERMISOS
                   DISPLAY 'CAMBIOS GRABADOS EN PERMISOS.DAT'
               END-IF
           END-IF.

      *HABILITA UN ROL A UNA ACCION (C CONSULTA, A ALTA, M
      *MODIFICACION, B BAJA, U AUTORIZACION, * TODAS) EN UN PROGRAMA
      *(POR SU PROGRAM-ID, O * PARA TODOS)
       50000-AGREGAR-PERMISO.
           PERFORM 53000-PEDIR-PERMISO
           PERFORM 54000-BUSCAR-PERMISO
           IF WSS-BUSQUEDA-OK
               DISPLAY 'EL ROL YA TIENE ESE PERMISO'
           ELSE
               IF WSV-CONT-PERM >= WSC-MAX-PERMISOS
                   DISPLAY 'TABLA DE PERMISOS LLENA, NO SE '
                           'PUEDE AGREGAR'
               ELSE
                   ADD 1 TO WSV-CONT-PERM
                   SET IND-PE TO WSV-CONT-PERM
                   MOVE WSV-ROL-E TO WST-PE-ROL(IND-PE)
                   MOVE WSV-PROGRAMA-E TO WST-PE-PROGRAMA(IND-PE)
                   MOVE WSV-ACCION-E TO WST-PE-ACCION(IND-PE)
                   MOVE 'N' TO WST-PE-BAJA(IND-PE)
                   ADD 1 TO WSV-CONT-CAMBIOS-PERM
                   DISPLAY 'PERMISO AGREGADO'
               END-IF
           END-IF.

       51000-QUITAR-PERMISO.
           PERFORM 53000-PEDIR-PERMISO
           PERFORM 54000-BUSCAR-PERMISO
           IF WSS-BUSQUEDA-OK
               MOVE 'S' TO WST-PE-BAJA(IND-PE)
               ADD 1 TO WSV-CONT-CAMBIOS-PERM
               DISPLAY 'PERMISO QUITADO'
           ELSE
               DISPLAY 'EL ROL NO TIENE ESE PERMISO'
           END-IF.

      *LISTA LA MATRIZ DE UN ROL (EN BLANCO, LA DE TODOS)
       52000-LISTAR-PERMISOS.
           DISPLAY 'INGRESE ROL (ENTER PARA TODOS): '
           MOVE SPACES TO WSV-ROL-E
           ACCEPT WSV-ROL-E
           INSPECT WSV-ROL-E CONVERTING WSC-MINUSCULAS
               TO WSC-MAYUSCULAS
           IF WSV-CONT-PERM = 0
               DISPLAY 'SIN MATRIZ DE PERMISOS: TODO OPERADOR PUEDE '
                       'TODO SALVO AUTORIZAR (SOLO NIVEL D)'
           END-IF
           PERFORM VARYING IND-PE FROM 1 BY 1
                   UNTIL IND-PE > WSV-CONT-PERM
               IF NOT WSS-PERM-DE-BAJA(IND-PE)
                       AND (WSV-ROL-E = SPACES
                         OR WST-PE-ROL(IND-PE) = WSV-ROL-E)
                   DISPLAY WST-PE-ROL(IND-PE) ' '
                           WST-PE-PROGRAMA(IND-PE) ' '
                           WST-PE-ACCION(IND-PE)
               END-IF
           END-PERFORM.

       53000-PEDIR-PERMISO.
           PERFORM 29000-PEDIR-ROL
           MOVE SPACES TO WSV-PROGRAMA-E
           PERFORM UNTIL WSV-PROGRAMA-E NOT= SPACES
               DISPLAY 'INGRESE PROGRAMA (PROGRAM-ID, * PARA '
                       'TODOS): '
               ACCEPT WSV-PROGRAMA-E
               INSPECT WSV-PROGRAMA-E CONVERTING WSC-MINUSCULAS
                   TO WSC-MAYUSCULAS
           END-PERFORM
           MOVE SPACES TO WSV-ACCION-E
           PERFORM UNTIL WSS-ACCION-VALIDA
               DISPLAY 'INGRESE ACCION (C CONSULTA, A ALTA, '
                       'M MODIFICACION, B BAJA, U AUTORIZACION, '
                       '* TODAS): '
               ACCEPT WSV-ACCION-E
               INSPECT WSV-ACCION-E CONVERTING WSC-MINUSCULAS
                   TO WSC-MAYUSCULAS
           END-PERFORM.

       54000-BUSCAR-PERMISO.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND-PE FROM 1 BY 1
                   UNTIL IND-PE > WSV-CONT-PERM
                       OR WSS-BUSQUEDA-OK
               IF WST-PE-ROL(IND-PE) = WSV-ROL-E
                       AND WST-PE-PROGRAMA(IND-PE) = WSV-PROGRAMA-E
                       AND WST-PE-ACCION(IND-PE) = WSV-ACCION-E
                       AND NOT WSS-PERM-DE-BAJA(IND-PE)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND-PE DOWN BY 1
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
