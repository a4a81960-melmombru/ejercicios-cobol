      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Importacion batch de personas al archivo
      *   DatosDePersonasV2.dat desde la planilla que manda el
      *   municipio (PERSONAS_IMP.CSV, campos clave;nombre;fecha;dni;
      *   telefono separados por punto y coma), siguiendo el esquema
      *   de ALUMIMP. Cada fila se valida antes de grabar: clave de 1
      *   a 4 letras o digitos y no repetida, nombre no vacio, fecha
      *   de nacimiento (ddmmaaaa o dd/mm/aaaa) valida via RUTFECHA
      *   en modo validar, DNI numerico de 7 a 10 cifras que no este
      *   ya en el archivo (ni en una fila ya aceptada), y si el DNI
      *   figura en el censo PERSONAS.DAT el nombre y la fecha tienen
      *   que coincidir con los del censo (la misma comparacion de
      *   CONCIDNI), para no cargar las diferencias que despues hay
      *   que conciliar. El telefono es opcional (solo digitos).
      *   Las aceptadas se graban via RUTARCH con el codigo del
      *   operador que importa, asi cada alta queda en
      *   LOG-CAMBIOS.DAT como las de EJE013C; la fecha se graba
      *   AAAAMMDD como en el alta interactiva. Las rechazadas quedan
      *   en PERSONAS_RECHAZOS.CSV con la fila original y el motivo.
      *   En modo S (simulacion) se valida todo igual y se arma el
      *   archivo de rechazos, pero no se graba nada en el archivo de
      *   personas.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PERSIMP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT IMPORTACION          ASSIGN TO DISK 'PERSONAS_IMP.CSV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-IMPORTACION.

       SELECT OPTIONAL CENSO       ASSIGN TO DISK 'PERSONAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CENSO.

       SELECT RECHAZOS             ASSIGN TO DISK
                                   'PERSONAS_RECHAZOS.CSV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RECHAZOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD IMPORTACION
           RECORD IS VARYING IN SIZE FROM 1 TO 120
           DEPENDING ON WSV-LONG-LINEA.
       01 REG-LINEA-IMP            PIC X(120).

       FD CENSO.
       COPY REG-PERSONA.

       FD RECHAZOS.
       01 REG-RECHAZO              PIC X(160).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-IMPORTACION           PIC X(02).
           88 WSS-FS-IMPORTACION-OK        VALUE '00'.
           88 WSS-FS-IMPORTACION-EOF       VALUE '10'.

       01 WSS-FS-CENSO                 PIC X(02).
           88 WSS-FS-CENSO-OK              VALUE '00' '05'.
           88 WSS-FS-CENSO-EOF             VALUE '10'.

       01 WSS-FS-RECHAZOS              PIC X(02).
           88 WSS-FS-RECHAZOS-OK           VALUE '00' '05'.

       01 WSV-LONG-LINEA               PIC 9(03).

       01 WSV-MODO                     PIC X(01).
           88 WSS-MODO-SIMULACION          VALUE 'S'.
           88 WSS-MODO-GRABAR              VALUE 'G'.
           88 WSS-MODO-VALIDO              VALUE 'S' 'G'.

      *CLAVES Y DNI YA GRABADOS EN EL ARCHIVO MAS LOS DE LAS FILAS
      *ACEPTADAS EN ESTA CORRIDA (EN SIMULACION NO SE GRABAN, Y ASI
      *IGUAL SE DETECTAN LOS REPETIDOS DENTRO DE LA PLANILLA)
       01 WSC-MAX-PERSONAS             PIC 9(03) VALUE 500.
       01 WSV-CONT-PERSONAS            PIC S9(4) COMP VALUE 0.
       01 WST-PERSONAS.
           05 WST-PER-ITEM         OCCURS 500 TIMES INDEXED BY IND.
               10 WST-PER-CLAVE        PIC X(04).
               10 WST-PER-DNI          PIC X(10).

       01 WSV-ARCHIVO-ABIERTO          PIC X(01) VALUE 'N'.
           88 WSS-ARCHIVO-ABIERTO          VALUE 'S'.
       01 WSV-FIN-RECORRIDA            PIC X(01) VALUE 'N'.
           88 WSS-FIN-RECORRIDA            VALUE 'S'.
       01 WSC-FS-NO-EXISTE             PIC 9(02) VALUE 35.

      *CENSO COMPLETO EN MEMORIA, PARA LA COMPARACION POR DNI
       01 WSC-MAX-CENSO                PIC 9(03) VALUE 200.
       01 WSV-CONT-CENSO               PIC S9(4) COMP VALUE 0.
       01 WST-CENSO.
           05 WST-CEN-ITEM         OCCURS 200 TIMES INDEXED BY IND-CE.
               10 WST-CEN-NOMBRE       PIC X(30).
               10 WST-CEN-DNI          PIC X(10).
               10 WST-CEN-FECHA-NAC    PIC 9(08).

      *CAMPOS DE LA FILA DEL CSV YA SEPARADOS, CON SU LARGO REAL
       01 WSV-CAMPO-CLAVE              PIC X(10).
       01 WSV-CAMPO-NOMBRE             PIC X(40).
       01 WSV-CAMPO-FECHA              PIC X(12).
       01 WSV-CAMPO-DNI                PIC X(12).
       01 WSV-CAMPO-TELEFONO           PIC X(12).
       01 WSV-CAMPO-SOBRANTE           PIC X(10).
       01 WSV-LONG-CLAVE               PIC 9(03).
       01 WSV-LONG-NOMBRE              PIC 9(03).
       01 WSV-LONG-FECHA               PIC 9(03).
       01 WSV-LONG-DNI                 PIC 9(03).
       01 WSV-LONG-TELEFONO            PIC 9(03).
       01 WSV-CANT-CAMPOS              PIC 9(02).
       01 WSV-SUB-CAR                  PIC 9(02).

       01 WSV-FECHA-NAC-NUM            PIC 9(08).
       01 WSC-ANIO-NAC-MIN             PIC 9(04) VALUE 1900.
       01 WSV-NOMBRE-CENSO             PIC X(30).

       01 WSV-MOTIVO-RECHAZO           PIC X(30).
       01 WSV-REPETIDO                 PIC X(01).
           88 WSS-REPETIDO                 VALUE 'S'.
       01 WSV-BUSQUEDA-CENSO           PIC X(02).
           88 WSS-EN-CENSO                 VALUE 'OK'.
           88 WSS-NO-EN-CENSO              VALUE 'NO'.

       01 WSV-CONT-LEIDAS              PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-ACEPTADAS           PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECHAZADAS          PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER                   PIC X(50) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTARCH                 PIC X(08) VALUE "RUTARCH".
       COPY REG-ARCHIVO.
       01  WSC-RUTFECHA                PIC X(08) VALUE "RUTFECHA".
       COPY REG-FECHA.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 01000-PEDIR-MODO
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-CENSO
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM 15000-CARGAR-ARCHIVO
           PERFORM 20000-PROCESAR-IMPORTACION
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *S: SOLO VALIDA Y ARMA LOS RECHAZOS; G: VALIDA Y GRABA
       01000-PEDIR-MODO.
           MOVE SPACE TO WSV-MODO
           PERFORM UNTIL WSS-MODO-VALIDO
               DISPLAY 'MODO: S SIMULACION (SOLO VALIDA) / G GRABAR: '
               ACCEPT WSV-MODO
               INSPECT WSV-MODO CONVERTING 'sg' TO 'SG'
           END-PERFORM.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT (LA SIMULACION SOLO PIDE CONSULTA); SIN OPERADOR
      *HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'PERSIMP' TO REG-OPER-PROGRAMA-E
           IF WSS-MODO-SIMULACION
               SET WSS-OPER-CONSULTA TO TRUE
           ELSE
               SET WSS-OPER-ALTA TO TRUE
           END-IF
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
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *CARGA EL CENSO PERSONAS.DAT EN MEMORIA; SIN CENSO LA FILA NO
      *SE COMPARA CONTRA EL (SE AVISA)
       05000-CARGAR-CENSO.
           OPEN INPUT CENSO
           IF WSS-FS-CENSO = '00'
               PERFORM 06000-LEER-Y-CARGAR-CENSO
                   UNTIL WSS-FS-CENSO-EOF
           ELSE
               DISPLAY 'SIN CENSO PERSONAS.DAT, LOS DNI NO SE '
                       'COMPARAN CONTRA EL CENSO'
           END-IF
           CLOSE CENSO.

       06000-LEER-Y-CARGAR-CENSO.
           READ CENSO
           IF WSS-FS-CENSO-OK
               IF WSV-CONT-CENSO >= WSC-MAX-CENSO
                   DISPLAY 'TABLA DEL CENSO LLENA, NO SE PUEDE '
                           'IMPORTAR'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CENSO
               SET IND-CE TO WSV-CONT-CENSO
               MOVE SPACES TO WST-CEN-NOMBRE(IND-CE)
               STRING REG-PER-NOMBRE   DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      REG-PER-APELLIDO DELIMITED BY SPACE
                   INTO WST-CEN-NOMBRE(IND-CE)
               END-STRING
               MOVE REG-PER-DNI TO WST-CEN-DNI(IND-CE)
               MOVE REG-PER-FECHA-NAC TO WST-CEN-FECHA-NAC(IND-CE)
           END-IF.

      *ABRE EL ARCHIVO DE PERSONAS VIA RUTARCH: EN SIMULACION EN
      *INPUT (SI NO EXISTE SE VALIDA COMO ARCHIVO VACIO), AL GRABAR
      *EN I-O (SI NO EXISTE SE CREA VACIO Y SE VUELVE A ABRIR)
       10000-ABRIR-ARCHIVO.
           MOVE SPACES TO REG-ARCHIVO-FISICO
           IF WSS-MODO-SIMULACION
               MOVE "OIN" TO WSS-OPCION
           ELSE
               MOVE "OIO" TO WSS-OPCION
           END-IF
           CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
           IF NOT WSS-ST-OK AND WSV-ST-RETORNO = WSC-FS-NO-EXISTE
               IF WSS-MODO-SIMULACION
                   DISPLAY 'EL ARCHIVO DE PERSONAS NO EXISTE, SE '
                           'VALIDA COMO ARCHIVO VACIO'
                   SET WSS-FIN-RECORRIDA TO TRUE
               ELSE
                   PERFORM 11000-CREAR-ARCHIVO
               END-IF
           ELSE
               IF WSS-ST-OK
                   SET WSS-ARCHIVO-ABIERTO TO TRUE
               ELSE
                   DISPLAY WSV-ST-TEXTO
                   DISPLAY WSV-ST-RETORNO
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
           END-IF.

       11000-CREAR-ARCHIVO.
           MOVE "OOU" TO WSS-OPCION
           CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
           IF WSS-ST-OK
               MOVE "CLO" TO WSS-OPCION
               CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
               MOVE "OIO" TO WSS-OPCION
               CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
           END-IF
           IF WSS-ST-OK
               DISPLAY 'SE CREO EL ARCHIVO DE PERSONAS VACIO'
               SET WSS-ARCHIVO-ABIERTO TO TRUE
               SET WSS-FIN-RECORRIDA TO TRUE
           ELSE
               DISPLAY WSV-ST-TEXTO
               DISPLAY WSV-ST-RETORNO
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *RECORRE EL ARCHIVO EN ORDEN DE CLAVE (STA/RNX, COMO CONCIDNI)
      *Y GUARDA CLAVE Y DNI DE CADA PERSONA YA GRABADA
       15000-CARGAR-ARCHIVO.
           IF NOT WSS-FIN-RECORRIDA
               MOVE LOW-VALUES TO REG-CLAVE-E
               MOVE "STA" TO WSS-OPCION
               CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
               IF NOT WSS-ST-OK
                   SET WSS-FIN-RECORRIDA TO TRUE
               END-IF
           END-IF
           PERFORM 16000-LEER-Y-CARGAR-PERSONA
               UNTIL WSS-FIN-RECORRIDA.

       16000-LEER-Y-CARGAR-PERSONA.
           MOVE "RNX" TO WSS-OPCION
           CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
           IF NOT WSS-ST-OK
               SET WSS-FIN-RECORRIDA TO TRUE
           ELSE
               IF WSV-CONT-PERSONAS >= WSC-MAX-PERSONAS
                   DISPLAY 'TABLA DE PERSONAS LLENA, NO SE PUEDE '
                           'IMPORTAR'
                   PERFORM 30000-CERRAR-ARCHIVO
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-PERSONAS
               SET IND TO WSV-CONT-PERSONAS
               MOVE REG-CLAVE-R TO WST-PER-CLAVE(IND)
               MOVE REG-DNI-R TO WST-PER-DNI(IND)
           END-IF.

      *RECORRE EL CSV DEL MUNICIPIO FILA POR FILA, VALIDANDO Y
      *SEPARANDO ACEPTADAS DE RECHAZADAS
       20000-PROCESAR-IMPORTACION.
           OPEN INPUT IMPORTACION
           IF NOT WSS-FS-IMPORTACION-OK
               DISPLAY 'NO SE PUDO ABRIR PERSONAS_IMP.CSV'
               DISPLAY 'FILE STATUS ' WSS-FS-IMPORTACION
               PERFORM 30000-CERRAR-ARCHIVO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT RECHAZOS
           IF NOT WSS-FS-RECHAZOS-OK
               DISPLAY 'NO SE PUDO ABRIR PERSONAS_RECHAZOS.CSV'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZOS
               PERFORM 30000-CERRAR-ARCHIVO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-PROCESAR-FILA
               UNTIL WSS-FS-IMPORTACION-EOF
           CLOSE IMPORTACION
           CLOSE RECHAZOS.

      *LEE UNA FILA, LA SEPARA EN CAMPOS Y LA VALIDA; LA FILA DE
      *ENCABEZADO DE LA PLANILLA (CLAVE;...) SE SALTEA
       21000-LEER-Y-PROCESAR-FILA.
           READ IMPORTACION
           IF WSS-FS-IMPORTACION-OK AND WSV-LONG-LINEA > 0
               MOVE SPACES TO WSV-CAMPO-CLAVE
               MOVE SPACES TO WSV-CAMPO-NOMBRE
               MOVE SPACES TO WSV-CAMPO-FECHA
               MOVE SPACES TO WSV-CAMPO-DNI
               MOVE SPACES TO WSV-CAMPO-TELEFONO
               MOVE SPACES TO WSV-CAMPO-SOBRANTE
               MOVE 0 TO WSV-LONG-CLAVE
               MOVE 0 TO WSV-LONG-NOMBRE
               MOVE 0 TO WSV-LONG-FECHA
               MOVE 0 TO WSV-LONG-DNI
               MOVE 0 TO WSV-LONG-TELEFONO
               MOVE 0 TO WSV-CANT-CAMPOS
               UNSTRING REG-LINEA-IMP(1:WSV-LONG-LINEA)
                   DELIMITED BY ';'
                   INTO WSV-CAMPO-CLAVE    COUNT IN WSV-LONG-CLAVE
                        WSV-CAMPO-NOMBRE   COUNT IN WSV-LONG-NOMBRE
                        WSV-CAMPO-FECHA    COUNT IN WSV-LONG-FECHA
                        WSV-CAMPO-DNI      COUNT IN WSV-LONG-DNI
                        WSV-CAMPO-TELEFONO COUNT IN WSV-LONG-TELEFONO
                        WSV-CAMPO-SOBRANTE
                   TALLYING IN WSV-CANT-CAMPOS
               END-UNSTRING
               IF WSV-CAMPO-CLAVE = 'CLAVE' OR
                       WSV-CAMPO-CLAVE = 'clave'
                   CONTINUE
               ELSE
                   ADD 1 TO WSV-CONT-LEIDAS
                   PERFORM 22000-VALIDAR-FILA
                   IF WSV-MOTIVO-RECHAZO = SPACES
                       PERFORM 23000-ACEPTAR-FILA
                   END-IF
                   IF WSV-MOTIVO-RECHAZO NOT= SPACES
                       PERFORM 24000-RECHAZAR-FILA
                   END-IF
               END-IF
           END-IF.

      *VALIDA LA FILA EN ORDEN Y DEJA EL PRIMER MOTIVO DE RECHAZO
       22000-VALIDAR-FILA.
           MOVE SPACES TO WSV-MOTIVO-RECHAZO
           MOVE 0 TO WSV-FECHA-NAC-NUM
           EVALUATE TRUE
               WHEN WSV-CANT-CAMPOS < 4
                   MOVE 'FALTAN CAMPOS' TO WSV-MOTIVO-RECHAZO
               WHEN WSV-CANT-CAMPOS > 5
                   MOVE 'SOBRAN CAMPOS' TO WSV-MOTIVO-RECHAZO
               WHEN WSV-LONG-NOMBRE > 30
                   MOVE 'NOMBRE DE MAS DE 30 LETRAS'
                       TO WSV-MOTIVO-RECHAZO
               WHEN WSV-CAMPO-NOMBRE = SPACES
                   MOVE 'NOMBRE VACIO' TO WSV-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM 22100-VALIDAR-CLAVE
           END-EVALUATE
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22200-VALIDAR-FECHA
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22300-VALIDAR-DNI
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22400-VALIDAR-TELEFONO
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22500-COMPARAR-CON-CENSO
           END-IF.

      *LA CLAVE VA DE 1 A 4 LETRAS O DIGITOS (SE PASA A MAYUSCULA),
      *SIN BLANCOS INTERMEDIOS, Y NO PUEDE ESTAR YA GRABADA NI EN
      *UNA FILA YA ACEPTADA
       22100-VALIDAR-CLAVE.
           INSPECT WSV-CAMPO-CLAVE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WSV-LONG-CLAVE = 0 OR WSV-LONG-CLAVE > 4
               MOVE 'CLAVE DE 1 A 4 CARACTERES' TO WSV-MOTIVO-RECHAZO
           ELSE
               PERFORM VARYING WSV-SUB-CAR FROM 1 BY 1
                       UNTIL WSV-SUB-CAR > WSV-LONG-CLAVE
                   IF WSV-CAMPO-CLAVE(WSV-SUB-CAR:1) = SPACE
                       OR (WSV-CAMPO-CLAVE(WSV-SUB-CAR:1)
                               NOT ALPHABETIC-UPPER
                           AND WSV-CAMPO-CLAVE(WSV-SUB-CAR:1)
                               NOT NUMERIC)
                       MOVE 'CLAVE CON CARACTERES INVALIDOS'
                           TO WSV-MOTIVO-RECHAZO
                   END-IF
               END-PERFORM
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               MOVE 'N' TO WSV-REPETIDO
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-PERSONAS
                           OR WSS-REPETIDO
                   IF WST-PER-CLAVE(IND) = WSV-CAMPO-CLAVE(1:4)
                       SET WSS-REPETIDO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-REPETIDO
                   MOVE 'CLAVE YA EXISTENTE' TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *LA FECHA DE NACIMIENTO VIENE DDMMAAAA O DD/MM/AAAA; SE PASA A
      *AAAAMMDD Y SE VALIDA VIA RUTFECHA EN MODO VALIDAR (MISMOS
      *CONTROLES QUE LA FECHA COMPLETA, SIN PEDIR NADA)
       22200-VALIDAR-FECHA.
           IF WSV-LONG-FECHA = 10
                   AND WSV-CAMPO-FECHA(3:1) = '/'
                   AND WSV-CAMPO-FECHA(6:1) = '/'
               MOVE WSV-CAMPO-FECHA(4:2) TO WSV-CAMPO-FECHA(3:2)
               MOVE WSV-CAMPO-FECHA(7:4) TO WSV-CAMPO-FECHA(5:4)
               MOVE SPACES TO WSV-CAMPO-FECHA(9:)
               MOVE 8 TO WSV-LONG-FECHA
           END-IF
           IF WSV-LONG-FECHA NOT= 8
                   OR WSV-CAMPO-FECHA(1:8) NOT NUMERIC
               MOVE 'FECHA NO NUMERICA' TO WSV-MOTIVO-RECHAZO
           ELSE
               SET WSS-MODO-VALIDAR TO TRUE
               MOVE WSC-ANIO-NAC-MIN TO WSE-ANIO-MIN
               MOVE 0 TO WSE-ANIO-MAX
               MOVE WSV-CAMPO-FECHA(5:4) TO WSE-FECHA-INFORMADA(1:4)
               MOVE WSV-CAMPO-FECHA(3:2) TO WSE-FECHA-INFORMADA(5:2)
               MOVE WSV-CAMPO-FECHA(1:2) TO WSE-FECHA-INFORMADA(7:2)
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
               IF WSS-RETORNO-OK
                   MOVE WSV-FECHA-NUM-COMPLETA TO WSV-FECHA-NAC-NUM
               ELSE
                   STRING 'FECHA: ' WSV-TEXTO-STATUS
                       DELIMITED BY SIZE INTO WSV-MOTIVO-RECHAZO
                   END-STRING
               END-IF
           END-IF.

      *EL DNI VA DE 7 A 10 DIGITOS Y NO PUEDE ESTAR YA EN EL ARCHIVO
      *NI EN UNA FILA YA ACEPTADA
       22300-VALIDAR-DNI.
           IF WSV-LONG-DNI < 7 OR WSV-LONG-DNI > 10
                   OR WSV-CAMPO-DNI(1:WSV-LONG-DNI) NOT NUMERIC
               MOVE 'DNI DEBE SER DE 7 A 10 DIGITOS'
                   TO WSV-MOTIVO-RECHAZO
           ELSE
               MOVE 'N' TO WSV-REPETIDO
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-PERSONAS
                           OR WSS-REPETIDO
                   IF WST-PER-DNI(IND) = WSV-CAMPO-DNI(1:10)
                       SET WSS-REPETIDO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-REPETIDO
                   SET IND DOWN BY 1
                   STRING 'DNI YA CARGADO EN CLAVE '
                          WST-PER-CLAVE(IND)
                       DELIMITED BY SIZE INTO WSV-MOTIVO-RECHAZO
                   END-STRING
               END-IF
           END-IF.

      *EL TELEFONO ES OPCIONAL; SI VIENE, SOLO DIGITOS (HASTA 11)
       22400-VALIDAR-TELEFONO.
           IF WSV-LONG-TELEFONO > 0
               IF WSV-LONG-TELEFONO > 11
                       OR WSV-CAMPO-TELEFONO(1:WSV-LONG-TELEFONO)
                           NOT NUMERIC
                   MOVE 'TELEFONO INVALIDO' TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *SI EL DNI ESTA EN EL CENSO, NOMBRE Y FECHA TIENEN QUE SER LOS
      *DEL CENSO (LA COMPARACION DE CONCIDNI: NOMBRE Y APELLIDO DEL
      *CENSO SEPARADOS POR UN BLANCO, FECHA AAAAMMDD)
       22500-COMPARAR-CON-CENSO.
           SET WSS-NO-EN-CENSO TO TRUE
           PERFORM VARYING IND-CE FROM 1 BY 1
                   UNTIL IND-CE > WSV-CONT-CENSO
                       OR WSS-EN-CENSO
               IF WST-CEN-DNI(IND-CE) = WSV-CAMPO-DNI(1:10)
                   SET WSS-EN-CENSO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-EN-CENSO
               SET IND-CE DOWN BY 1
               MOVE WSV-CAMPO-NOMBRE(1:30) TO WSV-NOMBRE-CENSO
               EVALUATE TRUE
                   WHEN WSV-NOMBRE-CENSO NOT= WST-CEN-NOMBRE(IND-CE)
                       MOVE 'DNI DEL CENSO CON OTRO NOMBRE'
                           TO WSV-MOTIVO-RECHAZO
                   WHEN WSV-FECHA-NAC-NUM NOT=
                           WST-CEN-FECHA-NAC(IND-CE)
                       MOVE 'DNI DEL CENSO CON OTRA FECHA'
                           TO WSV-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

      *GRABA LA FILA VIA RUTARCH CON EL OPERADOR (EN SIMULACION NO);
      *SI LA RUTINA LA RECHAZA EL MOTIVO ES SU TEXTO DE RETORNO
       23000-ACEPTAR-FILA.
           IF WSS-MODO-GRABAR
               MOVE WSV-CAMPO-CLAVE(1:4) TO REG-CLAVE-E
               MOVE WSV-CAMPO-NOMBRE(1:30) TO REG-NOMBRE-E
               MOVE SPACES TO REG-FECHA-E
               MOVE WSV-FECHA-NAC-NUM TO REG-FECHA-E(1:8)
               MOVE WSV-CAMPO-DNI(1:10) TO REG-DNI-E
               MOVE WSV-CAMPO-TELEFONO(1:11) TO REG-TELEFONO-E
               MOVE WSV-OPERADOR TO REG-OPERADOR-E
               MOVE "WRI" TO WSS-OPCION
               CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
               IF NOT WSS-ST-OK
                   MOVE WSV-ST-TEXTO TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               IF WSV-CONT-PERSONAS < WSC-MAX-PERSONAS
                   ADD 1 TO WSV-CONT-PERSONAS
                   SET IND TO WSV-CONT-PERSONAS
                   MOVE WSV-CAMPO-CLAVE(1:4) TO WST-PER-CLAVE(IND)
                   MOVE WSV-CAMPO-DNI(1:10) TO WST-PER-DNI(IND)
               END-IF
               ADD 1 TO WSV-CONT-ACEPTADAS
           END-IF.

      *DEJA LA FILA ORIGINAL EN EL ARCHIVO DE RECHAZOS CON EL
      *MOTIVO AL FINAL, PARA CORREGIR Y REENVIAR SOLO LOS RECHAZOS
       24000-RECHAZAR-FILA.
           ADD 1 TO WSV-CONT-RECHAZADAS
           MOVE SPACES TO REG-RECHAZO
           STRING REG-LINEA-IMP(1:WSV-LONG-LINEA) ';'
                  WSV-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO REG-RECHAZO
           END-STRING
           WRITE REG-RECHAZO
           IF NOT WSS-FS-RECHAZOS-OK
               DISPLAY 'ERROR EN EL WRITE DE RECHAZOS'
               DISPLAY 'FILE STATUS ' WSS-FS-RECHAZOS
           END-IF
           DISPLAY 'RECHAZADA: ' WSV-MOTIVO-RECHAZO ' -> '
                   REG-LINEA-IMP(1:WSV-LONG-LINEA).

       30000-CERRAR-ARCHIVO.
           IF WSS-ARCHIVO-ABIERTO
               MOVE "CLO" TO WSS-OPCION
               CALL WSC-RUTARCH USING REGISTRO-ARCHIVO
               IF NOT WSS-ST-OK
                   DISPLAY WSV-ST-TEXTO
                   DISPLAY WSV-ST-RETORNO
               END-IF
               MOVE 'N' TO WSV-ARCHIVO-ABIERTO
           END-IF.

       40000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           IF WSS-MODO-SIMULACION
               DISPLAY 'IMPORTACION DE PERSONAS (SIMULACION, NO SE '
                       'GRABO NADA)'
           ELSE
               DISPLAY 'IMPORTACION DE PERSONAS'
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'FILAS LEIDAS:     ' WSV-CONT-LEIDAS
           IF WSS-MODO-SIMULACION
               DISPLAY 'FILAS VALIDAS:    ' WSV-CONT-ACEPTADAS
           ELSE
               DISPLAY 'FILAS GRABADAS:   ' WSV-CONT-ACEPTADAS
           END-IF
           DISPLAY 'FILAS RECHAZADAS: ' WSV-CONT-RECHAZADAS
           IF WSV-CONT-RECHAZADAS > 0
               DISPLAY 'LOS RECHAZOS QUEDARON EN '
                       'PERSONAS_RECHAZOS.CSV'
           END-IF
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
