      *   opcion de eliminar pasa a ser una baja: el alumno queda en
      *   el archivo con estado B y su fecha, y cada baja se asienta
      *   ademas con su codigo de motivo en el historico BAJAS.DAT.
      * 2026 10 - El mantenimiento trabaja por clave sobre el maestro
      *   indexado ALUMNOS.IDX via RUTALUM (cada alta, modificacion y
      *   baja se graba en el momento) en lugar de cargar y regrabar
      *   la tabla completa; al salir, si hubo cambios, regenera
      *   ALUMNOS.DAT desde el indexado para la cadena batch.
      * 2026 10 - El legajo lleva la fecha de nacimiento (validada via
      *   RUTFECHA en modo fecha completa) y el sexo (F, M o X) del
      *   alumno, que se piden en el alta y en la modificacion y se
      *   muestran en el listado.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - Modificar y dar de baja devuelven a RUTALUM el
      *   contador de cambios leido: si otra sesion cambio el alumno
      *   mientras se editaba, no se graba y se muestra como quedo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                   PIC X(02).
           88 WSS-FS-ALUMNOS-OK                VALUE '00' '05'.

      *BAJAS DE ESTA SESION, PARA ASENTARLAS EN BAJAS.DAT AL SALIR
       01 WSC-MAX-BAJAS-NUEVAS             PIC 9(02) VALUE 50.
       01 WSV-CONT-BAJAS-NUEVAS            PIC S9(4) COMP VALUE 0.
       01 WST-BAJAS-NUEVAS.
       01 WSV-FECHA-BAJA-E                 PIC 9(08).
       01 WSV-MOTIVO-BAJA-E                PIC X(03).

       01 WSV-NRO-ALU-E                    PIC 9(04).
       01 WSV-NOMBRE-E                     PIC X(23).
       01 WSV-NRO-PAIS-E                   PIC 9(03).
       01 WSV-CURSO-E                      PIC X(02).
       01 WSV-FECHA-NAC-E                  PIC 9(08).
       01 WSV-SEXO-E                       PIC X(01).
           88 WSS-SEXO-VALIDO                  VALUE 'F' 'M' 'X'.
       01 WSC-ANIO-NAC-MIN                 PIC 9(04) VALUE 1950.
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS                PIC S9(4) COMP.

       COPY REG-TRAILER.

      **RUTINA---------------------------------------------------------*
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTFECHA                        PIC X(08)
                                                       VALUE "RUTFECHA".
       COPY REG-FECHA.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLA-PAIS
           PERFORM 10000-ABRIR-MAESTRO
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-CERRAR-Y-REGENERAR
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'ALUMANT' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
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

      *LLAMA A LA RUTINA DE PAISES PARA PODER VALIDAR EL NRO DE PAIS
      *DE CADA ALTA O MODIFICACION
       05000-CARGAR-TABLA-PAIS.
               DISPLAY WSV-ST-RETORNO-PAIS
           END-IF.

      *ABRE EL MAESTRO INDEXADO ALUMNOS.IDX VIA RUTALUM PARA LEER Y
      *ACTUALIZAR POR CLAVE; SIN EL INDEXADO (TODAVIA NO SE CORRIO
      *ALUMCARG) EL PROGRAMA NO TRABAJA
       10000-ABRIR-MAESTRO.
           MOVE "OIO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
               DISPLAY 'ALUMNOS.IDX NO DISPONIBLE, RECONSTRUIRLO '
                       'CON ALUMCARG'
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *MUESTRA EL MENU DE MANTENIMIENTO
           DISPLAY '2. MODIFICAR UN ALUMNO'
           DISPLAY '3. DAR DE BAJA UN ALUMNO'
           DISPLAY '4. LISTAR ALUMNOS CARGADOS'
           DISPLAY '9. SALIR Y ACTUALIZAR ALUMNOS.DAT'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-ALUMNO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-ALUMNO
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-DAR-DE-BAJA-ALUMNO
                   END-IF
               WHEN 4 PERFORM 24000-LISTAR-ALUMNOS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE LOS DATOS DE UN ALUMNO NUEVO, RECHAZANDO NUMEROS DE
      *ALUMNO YA EXISTENTES (AUN DADOS DE BAJA) Y PAISES QUE NO
      *ESTEN EN LA TABLA, Y LO DA DE ALTA EN EL INDEXADO
       21000-AGREGAR-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           PERFORM 26000-LEER-ALUMNO
           IF WSS-ALUX-ST-OK
               DISPLAY 'YA EXISTE UN ALUMNO CON ESE NUMERO: '
                       REG-ALUX-R-NOMBRE
           ELSE
               DISPLAY 'INGRESE NOMBRE DEL ALUMNO: '
               ACCEPT WSV-NOMBRE-E
               DISPLAY 'INGRESE CURSO (EJ 1A): '
               ACCEPT WSV-CURSO-E
               PERFORM 28000-PEDIR-NACIMIENTO-Y-SEXO
               PERFORM 25000-PEDIR-Y-VALIDAR-PAIS
               IF WSS-PAIS-OK
                   PERFORM 21100-GRABAR-ALTA
               END-IF
           END-IF.

      *GRABA EL ALUMNO VALIDADO EN ALUMNOS.IDX
       21100-GRABAR-ALTA.
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE WSV-NOMBRE-E TO REG-ALUX-E-NOMBRE
           MOVE WSV-NRO-PAIS-E TO REG-ALUX-E-NRO-PAIS
           MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
           MOVE 'A' TO REG-ALUX-E-ESTADO
           MOVE 0 TO REG-ALUX-E-FECHA-BAJA
           MOVE WSV-FECHA-NAC-E TO REG-ALUX-E-FECHA-NAC
           MOVE WSV-SEXO-E TO REG-ALUX-E-SEXO
           MOVE "WRI" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'ALUMNO AGREGADO'
           ELSE
               DISPLAY 'NO SE PUDO AGREGAR: ' WSV-ST-TEXTO-ALUX
           END-IF.

      *PIDE EL NRO DE ALUMNO A MODIFICAR Y ACTUALIZA SU NOMBRE, SU
      *CURSO, SU FECHA DE NACIMIENTO, SU SEXO Y SU PAIS, VALIDANDO EL
      *PAIS NUEVO CONTRA LA TABLA
       22000-MODIFICAR-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO A MODIFICAR: '
           ACCEPT WSV-NRO-ALU-E
           PERFORM 26000-LEER-ALUMNO
           IF WSS-ALUX-ST-OK AND WSS-ALUX-R-ACTIVO
               DISPLAY 'NOMBRE ACTUAL: ' REG-ALUX-R-NOMBRE
               DISPLAY 'INGRESE EL NUEVO NOMBRE: '
               ACCEPT WSV-NOMBRE-E
               DISPLAY 'CURSO ACTUAL: ' REG-ALUX-R-CURSO
               DISPLAY 'INGRESE EL NUEVO CURSO: '
               ACCEPT WSV-CURSO-E
               DISPLAY 'FECHA DE NACIMIENTO ACTUAL (AAAAMMDD): '
                       REG-ALUX-R-FECHA-NAC ' SEXO ACTUAL: '
                       REG-ALUX-R-SEXO
               PERFORM 28000-PEDIR-NACIMIENTO-Y-SEXO
               DISPLAY 'NRO DE PAIS ACTUAL: ' REG-ALUX-R-NRO-PAIS
               PERFORM 25000-PEDIR-Y-VALIDAR-PAIS
               IF WSS-PAIS-OK
                   MOVE REG-ALUX-R TO REG-ALUX-E
                   MOVE REG-ALUX-R-VERSION TO REG-ALUX-E-VERSION
                   MOVE WSV-NOMBRE-E TO REG-ALUX-E-NOMBRE
                   MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
                   MOVE WSV-NRO-PAIS-E TO REG-ALUX-E-NRO-PAIS
                   MOVE WSV-FECHA-NAC-E TO REG-ALUX-E-FECHA-NAC
                   MOVE WSV-SEXO-E TO REG-ALUX-E-SEXO
                   PERFORM 27000-REGRABAR-ALUMNO
                   IF WSS-ALUX-ST-OK
                       DISPLAY 'ALUMNO ACTUALIZADO'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO'
           END-IF.

      *PIDE EL NRO DE ALUMNO A DAR DE BAJA, LA FECHA Y EL MOTIVO:
      *EL ALUMNO QUEDA EN EL MAESTRO CON ESTADO B Y SU FECHA, Y LA
      *BAJA SE ASIENTA EN EL HISTORICO BAJAS.DAT AL SALIR
       23000-DAR-DE-BAJA-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO A DAR DE BAJA: '
           ACCEPT WSV-NRO-ALU-E
           PERFORM 26000-LEER-ALUMNO
           IF NOT WSS-ALUX-ST-OK OR NOT WSS-ALUX-R-ACTIVO
               DISPLAY 'NO HAY UN ALUMNO ACTIVO CON ESE NUMERO'
           ELSE
               IF WSV-CONT-BAJAS-NUEVAS >= WSC-MAX-BAJAS-NUEVAS
                   DISPLAY 'TABLA DE BAJAS DE LA SESION LLENA, '
                           'SALGA Y VUELVA A ENTRAR'
               ELSE
                   DISPLAY 'INGRESE FECHA DE BAJA (AAAAMMDD): '
                   ACCEPT WSV-FECHA-BAJA-E
                   DISPLAY 'INGRESE CODIGO DE MOTIVO (EJ MUD): '
                   ACCEPT WSV-MOTIVO-BAJA-E
                   MOVE REG-ALUX-R TO REG-ALUX-E
                   MOVE REG-ALUX-R-VERSION TO REG-ALUX-E-VERSION
                   MOVE 'B' TO REG-ALUX-E-ESTADO
                   MOVE WSV-FECHA-BAJA-E TO REG-ALUX-E-FECHA-BAJA
                   PERFORM 27000-REGRABAR-ALUMNO
                   IF WSS-ALUX-ST-OK
                       ADD 1 TO WSV-CONT-BAJAS-NUEVAS
                       SET IND-BJ TO WSV-CONT-BAJAS-NUEVAS
                       MOVE WSV-FECHA-BAJA-E TO WST-BJ-FECHA(IND-BJ)
                       MOVE REG-ALUX-R-NRO-ALUMNO
                           TO WST-BJ-NRO-ALUMNO(IND-BJ)
                       MOVE REG-ALUX-R-CURSO TO WST-BJ-CURSO(IND-BJ)
                       MOVE WSV-MOTIVO-BAJA-E TO WST-BJ-MOTIVO(IND-BJ)
                       DISPLAY 'ALUMNO DADO DE BAJA'
                   END-IF
               END-IF
           END-IF.

      *LISTA LOS ALUMNOS DEL MAESTRO EN ORDEN DE NUMERO, CON SU
      *FECHA DE NACIMIENTO, SU SEXO, SU ESTADO Y LA FECHA DE BAJA
      *CUANDO CORRESPONDE
       24000-LISTAR-ALUMNOS.
           MOVE 0 TO REG-ALUX-E-NRO-ALUMNO
           MOVE "STA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNX" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   IF WSS-ALUX-R-BAJA
                       DISPLAY REG-ALUX-R-NRO-ALUMNO ' '
                               REG-ALUX-R-NOMBRE ' '
                               REG-ALUX-R-NRO-PAIS ' '
                               REG-ALUX-R-CURSO ' '
                               REG-ALUX-R-FECHA-NAC ' '
                               REG-ALUX-R-SEXO ' BAJA '
                               REG-ALUX-R-FECHA-BAJA
                   ELSE
                       DISPLAY REG-ALUX-R-NRO-ALUMNO ' '
                               REG-ALUX-R-NOMBRE ' '
                               REG-ALUX-R-NRO-PAIS ' '
                               REG-ALUX-R-CURSO ' '
                               REG-ALUX-R-FECHA-NAC ' '
                               REG-ALUX-R-SEXO ' ACTIVO'
                   END-IF
               END-IF
           END-PERFORM.

                       'nacionalidades.dat, NO SE GRABA'
           END-IF.

      *LEE EL ALUMNO POR SU NUMERO EN ALUMNOS.IDX, SIN IMPORTAR EL
      *ESTADO (PARA QUE UN NUMERO DADO DE BAJA NO SE PUEDA
      *REUTILIZAR); CADA OPCION CONTROLA DESPUES EL ESTADO
       26000-LEER-ALUMNO.
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH.

      *REEMPLAZA EN ALUMNOS.IDX EL ALUMNO ARMADO EN REG-ALUX-E, CON
      *EL CONTADOR DE CAMBIOS LEIDO; SI OTRA SESION LO CAMBIO MIENTRAS
      *SE EDITABA NO SE GRABA Y SE MUESTRA COMO QUEDO
       27000-REGRABAR-ALUMNO.
           MOVE "REW" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           EVALUATE TRUE
               WHEN WSS-ALUX-ST-OK
                   ADD 1 TO WSV-CONT-CAMBIOS
               WHEN WSS-ALUX-ST-MODIFICADO
                   DISPLAY 'OTRA SESION MODIFICO EL ALUMNO MIENTRAS SE '
                           'EDITABA, NO SE GRABA. AHORA ESTA ASI:'
                   DISPLAY REG-ALUX-R-NRO-ALUMNO ' '
                           REG-ALUX-R-NOMBRE ' '
                           REG-ALUX-R-NRO-PAIS ' '
                           REG-ALUX-R-CURSO ' '
                           REG-ALUX-R-FECHA-NAC ' '
                           REG-ALUX-R-SEXO ' ESTADO '
                           REG-ALUX-R-ESTADO
                   DISPLAY 'VUELVA A ELEGIR LA OPCION PARA REPETIR EL '
                           'CAMBIO SOBRE ESTOS DATOS'
               WHEN OTHER
                   DISPLAY 'NO SE PUDO GRABAR: ' WSV-ST-TEXTO-ALUX
           END-EVALUATE.

      *PIDE LA FECHA DE NACIMIENTO (DIA COMPLETO) VIA RUTFECHA, CON
      *ANIO ENTRE 1950 Y EL ANIO ACTUAL, Y EL SEXO (F, M O X)
       28000-PEDIR-NACIMIENTO-Y-SEXO.
           DISPLAY 'FECHA DE NACIMIENTO DEL ALUMNO:'
           SET WSS-MODO-DIA-COMPLETO TO TRUE
           MOVE WSC-ANIO-NAC-MIN TO WSE-ANIO-MIN
           MOVE 0 TO WSE-ANIO-MAX
           CALL WSC-RUTFECHA USING REGISTRO-FECHA
           PERFORM UNTIL WSS-RETORNO-OK
               CALL WSC-RUTFECHA USING REGISTRO-FECHA
           END-PERFORM
           MOVE WSV-FECHA-NUM-COMPLETA TO WSV-FECHA-NAC-E
           MOVE SPACE TO WSV-SEXO-E
           PERFORM UNTIL WSS-SEXO-VALIDO
               DISPLAY 'INGRESE SEXO (F/M/X): '
               ACCEPT WSV-SEXO-E
               IF NOT WSS-SEXO-VALIDO
                   DISPLAY 'SEXO INVALIDO, DEBE SER F, M O X'
               END-IF
           END-PERFORM.

      *CIERRA EL INDEXADO Y, SI HUBO CAMBIOS, REGENERA ALUMNOS.DAT
      *COMPLETO DESDE EL (CON SU TRAILER) PARA LA CADENA BATCH, Y
      *ASIENTA LAS BAJAS DE LA SESION EN BAJAS.DAT
       30000-CERRAR-Y-REGENERAR.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGENERA '
                       'ALUMNOS.DAT'
           ELSE
               MOVE "OIN" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF NOT WSS-ALUX-ST-OK
                   DISPLAY WSV-ST-TEXTO-ALUX
                   DISPLAY WSV-ST-RETORNO-ALUX
               ELSE
                   OPEN OUTPUT ALUMNOS
                   IF NOT WSS-FS-ALUMNOS-OK
                       DISPLAY 'ERROR EN EL OPEN DE SALIDA DE ALUMNOS'
                       DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
                   ELSE
                       PERFORM 31000-REGENERAR-SECUENCIAL
                   END-IF
                   MOVE "CLO" TO WSS-OPCION-ALUX
                   CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               END-IF
               PERFORM 32000-GRABAR-BAJAS-NUEVAS
           END-IF.

      *RECORRE ALUMNOS.IDX EN ORDEN DE NUMERO, ESCRIBE CADA ALUMNO
      *EN ALUMNOS.DAT Y CIERRA CON EL TRAILER
       31000-REGENERAR-SECUENCIAL.
           MOVE 0 TO WSV-CONT-GRABADOS
           MOVE 0 TO REG-ALUX-E-NRO-ALUMNO
           MOVE "STA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNX" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   MOVE REG-ALUX-R TO REG-ALUMNOS
                   WRITE REG-ALUMNOS
                   IF WSS-FS-ALUMNOS-OK
                       ADD 1 TO WSV-CONT-GRABADOS
                   ELSE
                       DISPLAY 'ERROR EN EL WRITE DE SALIDA DE '
                               'ALUMNOS'
                       DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'FIN' TO REG-TRA-MARCA
           MOVE WSV-CONT-GRABADOS TO REG-TRA-CANT
           MOVE SPACES TO REG-ALUMNOS
           MOVE REG-TRAILER-VISTA TO REG-ALUMNOS(1:8)
           WRITE REG-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL WRITE DEL TRAILER'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           END-IF
           CLOSE ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL CLOSE DE SALIDA DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           ELSE
               DISPLAY 'ALUMNOS.DAT REGENERADO DESDE ALUMNOS.IDX: '
                       WSV-CONT-GRABADOS ' ALUMNOS'
           END-IF.

      *ASIENTA LAS BAJAS DE LA SESION AL FINAL DEL HISTORICO
