      * 2026 09 - El maestro de alumnos pasa al copybook REG-ALUM
      *   (estado y fecha de baja): el regrabado conserva el estado
      *   de los alumnos existentes y los importados entran activos.
      * 2026 10 - Los alumnos aceptados se dan de alta tambien en el
      *   maestro indexado ALUMNOS.IDX via RUTALUM, para que las
      *   consultas por clave los vean sin reconstruir con ALUMCARG.
      * 2026 10 - La planilla puede traer dos columnas mas al final,
      *   fecha de nacimiento (ddmmaaaa, validada via RUTFECHA en modo
      *   validar) y sexo (F, M o X); vacias quedan en cero y en blanco,
      *   y con datos invalidos la fila se rechaza.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ALUMIMP.
               10 WST-AL-CURSO         PIC X(02).
               10 WST-AL-ESTADO        PIC X(01).
               10 WST-AL-FECHA-BAJA    PIC 9(08).
               10 WST-AL-FECHA-NAC     PIC 9(08).
               10 WST-AL-SEXO          PIC X(01).

       01 WSV-TRAILER-VISTO            PIC X(01).
           88 WSS-TRAILER-VISTO            VALUE 'S'.
       01 WSV-CAMPO-NOMBRE             PIC X(30).
       01 WSV-CAMPO-PAIS               PIC X(10).
       01 WSV-CAMPO-CURSO              PIC X(10).
       01 WSV-CAMPO-FECHA-NAC          PIC X(10).
       01 WSV-CAMPO-SEXO               PIC X(10).
       01 WSV-LEGAJO-NUM               PIC 9(04).
       01 WSV-PAIS-NUM                 PIC 9(03).
       01 WSV-FECHA-NAC-NUM            PIC 9(08).
       01 WSV-SEXO-ALU                 PIC X(01).
           88 WSS-SEXO-VALIDO              VALUE 'F' 'M' 'X'.
       01 WSC-ANIO-NAC-MIN             PIC 9(04) VALUE 1950.
       01 WSV-CAMPO-TRIM               PIC X(10).
       01 WSV-LONG-CAMPO               PIC 9(02).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTPAIS                 PIC X(07) VALUE "RUTPAIS".
       COPY REG-PAIS.
       01  WSC-RUTALUM                 PIC X(07) VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTFECHA                PIC X(08) VALUE "RUTFECHA".
       COPY REG-FECHA.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-PAISES
           PERFORM 10000-CARGAR-ALUMNOS
           PERFORM 20000-PROCESAR-IMPORTACION
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'ALUMIMP' TO REG-OPER-PROGRAMA-E
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
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *CARGA LA TABLA DE PAISES VIA RUTPAIS (EL MISMO CONTROL DE
      *VALPAIS); SIN PAISES NO SE IMPORTA NADA
       05000-CARGAR-PAISES.
                   MOVE REG-ALU-CURSO TO WST-AL-CURSO(IND)
                   MOVE REG-ALU-ESTADO TO WST-AL-ESTADO(IND)
                   MOVE REG-ALU-FECHA-BAJA TO WST-AL-FECHA-BAJA(IND)
                   MOVE REG-ALU-FECHA-NAC TO WST-AL-FECHA-NAC(IND)
                   MOVE REG-ALU-SEXO TO WST-AL-SEXO(IND)
               END-IF
           END-IF.

               MOVE SPACES TO WSV-CAMPO-NOMBRE
               MOVE SPACES TO WSV-CAMPO-PAIS
               MOVE SPACES TO WSV-CAMPO-CURSO
               MOVE SPACES TO WSV-CAMPO-FECHA-NAC
               MOVE SPACES TO WSV-CAMPO-SEXO
               UNSTRING REG-LINEA-IMP(1:WSV-LONG-LINEA)
                   DELIMITED BY ';'
                   INTO WSV-CAMPO-LEGAJO
                        WSV-CAMPO-NOMBRE
                        WSV-CAMPO-PAIS
                        WSV-CAMPO-CURSO
                        WSV-CAMPO-FECHA-NAC
                        WSV-CAMPO-SEXO
               END-UNSTRING
               IF WSV-CAMPO-LEGAJO = 'LEGAJO' OR
                       WSV-CAMPO-LEGAJO = 'legajo'
           MOVE SPACES TO WSV-MOTIVO-RECHAZO
           MOVE 0 TO WSV-LEGAJO-NUM
           MOVE 0 TO WSV-PAIS-NUM
           MOVE 0 TO WSV-FECHA-NAC-NUM
           MOVE SPACE TO WSV-SEXO-ALU
           PERFORM 22300-CONVERTIR-LEGAJO
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22400-CONVERTIR-PAIS
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22500-CONVERTIR-NACIMIENTO
           END-IF
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22600-CONVERTIR-SEXO
           END-IF
           EVALUATE TRUE
               WHEN WSV-MOTIVO-RECHAZO NOT= SPACES
                   CONTINUE
               MOVE WSV-CAMPO-TRIM(1:WSV-LONG-CAMPO) TO WSV-PAIS-NUM
           END-IF.

      *CONVIERTE LA FECHA DE NACIMIENTO (DDMMAAAA) A AAAAMMDD Y LA
      *VALIDA VIA RUTFECHA EN MODO VALIDAR (MISMOS CONTROLES QUE LA
      *FECHA COMPLETA, SIN PEDIR NADA). LA COLUMNA ES OPCIONAL PARA
      *LAS PLANILLAS VIEJAS: VACIA QUEDA EN CERO
       22500-CONVERTIR-NACIMIENTO.
           MOVE FUNCTION TRIM(WSV-CAMPO-FECHA-NAC) TO WSV-CAMPO-TRIM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WSV-CAMPO-FECHA-NAC))
               TO WSV-LONG-CAMPO
           IF WSV-CAMPO-TRIM NOT= SPACES
               IF WSV-LONG-CAMPO NOT= 8
                       OR WSV-CAMPO-TRIM(1:8) NOT NUMERIC
                   MOVE 'FECHA NAC NO NUMERICA' TO WSV-MOTIVO-RECHAZO
               ELSE
                   SET WSS-MODO-VALIDAR TO TRUE
                   MOVE WSC-ANIO-NAC-MIN TO WSE-ANIO-MIN
                   MOVE 0 TO WSE-ANIO-MAX
                   MOVE WSV-CAMPO-TRIM(5:4) TO WSE-FECHA-INFORMADA(1:4)
                   MOVE WSV-CAMPO-TRIM(3:2) TO WSE-FECHA-INFORMADA(5:2)
                   MOVE WSV-CAMPO-TRIM(1:2) TO WSE-FECHA-INFORMADA(7:2)
                   CALL WSC-RUTFECHA USING REGISTRO-FECHA
                   IF WSS-RETORNO-OK
                       MOVE WSV-FECHA-NUM-COMPLETA TO WSV-FECHA-NAC-NUM
                   ELSE
                       STRING 'FECHA NAC: ' WSV-TEXTO-STATUS
                           DELIMITED BY SIZE INTO WSV-MOTIVO-RECHAZO
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *VALIDA EL SEXO (F, M O X, SE ACEPTA EN MINUSCULA); LA COLUMNA
      *ES OPCIONAL IGUAL QUE LA FECHA DE NACIMIENTO
       22600-CONVERTIR-SEXO.
           MOVE FUNCTION TRIM(WSV-CAMPO-SEXO) TO WSV-CAMPO-TRIM
           INSPECT WSV-CAMPO-TRIM CONVERTING 'fmx' TO 'FMX'
           IF WSV-CAMPO-TRIM NOT= SPACES
               MOVE WSV-CAMPO-TRIM(1:1) TO WSV-SEXO-ALU
               IF NOT WSS-SEXO-VALIDO OR WSV-CAMPO-TRIM(2:) NOT= SPACES
                   MOVE 'SEXO INVALIDO' TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *BUSCA EL LEGAJO EN LA TABLA (EXISTENTES MAS YA ACEPTADOS)
       22100-VALIDAR-DUPLICADO.
           MOVE 'N' TO WSV-LEGAJO-DUPLICADO
           MOVE WSV-CAMPO-CURSO TO WST-AL-CURSO(IND)
           MOVE 'A' TO WST-AL-ESTADO(IND)
           MOVE 0 TO WST-AL-FECHA-BAJA(IND)
           MOVE WSV-FECHA-NAC-NUM TO WST-AL-FECHA-NAC(IND)
           MOVE WSV-SEXO-ALU TO WST-AL-SEXO(IND)
           ADD 1 TO WSV-CONT-ACEPTADAS.

      *DEJA LA FILA ORIGINAL EN EL ARCHIVO DE RECHAZOS CON EL
                   MOVE WST-AL-ESTADO(WSV-SUB-AL) TO REG-ALU-ESTADO
                   MOVE WST-AL-FECHA-BAJA(WSV-SUB-AL)
                       TO REG-ALU-FECHA-BAJA
                   MOVE WST-AL-FECHA-NAC(WSV-SUB-AL)
                       TO REG-ALU-FECHA-NAC
                   MOVE WST-AL-SEXO(WSV-SUB-AL) TO REG-ALU-SEXO
                   WRITE REG-ALUMNOS
                   IF NOT WSS-FS-ALUMNOS-OK
                       DISPLAY 'ERROR EN EL WRITE DE ALUMNOS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               END-IF
               CLOSE ALUMNOS
               PERFORM 31000-ALTA-EN-INDEXADO
           END-IF.

      *DA DE ALTA EN ALUMNOS.IDX LAS FILAS ACEPTADAS (LAS ULTIMAS DE
      *LA TABLA); SIN EL INDEXADO SE AVISA QUE HAY QUE RECONSTRUIRLO
       31000-ALTA-EN-INDEXADO.
           MOVE "OIO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ALUMNOS.IDX NO DISPONIBLE (' WSV-ST-TEXTO-ALUX
                       '), RECONSTRUIRLO CON ALUMCARG'
           ELSE
               COMPUTE WSV-SUB-AL =
                   WSV-CONT-ALUMNOS - WSV-CONT-ACEPTADAS + 1
               PERFORM UNTIL WSV-SUB-AL > WSV-CONT-ALUMNOS
                   MOVE WST-AL-NRO(WSV-SUB-AL)
                       TO REG-ALUX-E-NRO-ALUMNO
                   MOVE WST-AL-NOMBRE(WSV-SUB-AL) TO REG-ALUX-E-NOMBRE
                   MOVE WST-AL-PAIS(WSV-SUB-AL) TO REG-ALUX-E-NRO-PAIS
                   MOVE WST-AL-CURSO(WSV-SUB-AL) TO REG-ALUX-E-CURSO
                   MOVE WST-AL-ESTADO(WSV-SUB-AL) TO REG-ALUX-E-ESTADO
                   MOVE WST-AL-FECHA-BAJA(WSV-SUB-AL)
                       TO REG-ALUX-E-FECHA-BAJA
                   MOVE WST-AL-FECHA-NAC(WSV-SUB-AL)
                       TO REG-ALUX-E-FECHA-NAC
                   MOVE WST-AL-SEXO(WSV-SUB-AL) TO REG-ALUX-E-SEXO
                   MOVE "WRI" TO WSS-OPCION-ALUX
                   CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
                   IF NOT WSS-ALUX-ST-OK
                       DISPLAY 'ALUMNOS.IDX: ' WST-AL-NRO(WSV-SUB-AL)
                               ' ' WSV-ST-TEXTO-ALUX
                   END-IF
                   ADD 1 TO WSV-SUB-AL
               END-PERFORM
               MOVE "CLO" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           END-IF.

       40000-INFORMAR-RESULTADO.
