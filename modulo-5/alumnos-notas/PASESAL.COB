      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Pase de salida de un alumno a otra escuela: da
      *de baja al alumno en ALUMNOS.IDX con motivo PAS (asentada en
      *BAJAS.DAT como cualquier otra baja), arma el archivo de pase
      *PASEnnnn.DAT con el layout fijo de REG-PASE (cabecera, una
      *linea por nota de NOTAHIST.DAT y NOTANEW.DAT, y cierre con la
      *cantidad de notas) y emite el analitico parcial PASEnnnn.TXT
      *para acompanar el pase, en lugar de retipear las notas en una
      *carta. Un alumno con retenciones vigentes solo sale con la
      *autorizacion de un operador de direccion.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - La baja por pase devuelve a RUTALUM el contador de
      *   cambios leido al pedir el alumno: si otra sesion lo cambio
      *   entre tanto, no se da de baja y se avisa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PASESAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ALUMNOS     ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL BAJAS       ASSIGN TO DISK 'BAJAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-BAJAS.

       SELECT ENTRADA-NOTAS        ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.

       SELECT OPTIONAL HISTORICO   ASSIGN TO DISK 'NOTAHIST.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HISTORICO.

       SELECT ARCHIVO-PASE         ASSIGN TO DYNAMIC WSV-NOMBRE-PASE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PASE.

       SELECT ANALITICO            ASSIGN TO DYNAMIC WSV-NOMBRE-ANALIT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ANALITICO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ALUMNOS.
       COPY REG-ALUM.

       FD BAJAS.
       01 REG-BAJA.
           05 REG-BJA-FECHA                    PIC 9(08).
           05 REG-BJA-NRO-ALUMNO               PIC 9(04).
           05 REG-BJA-CURSO                    PIC X(02).
           05 REG-BJA-MOTIVO                   PIC X(03).
           05 REG-BJA-OPERADOR                 PIC X(03).

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO               PIC 9(04).
           05 REG-NOT-NRO-MATERIA              PIC 9(02).
           05 REG-NOT-ANIO                     PIC 9(04).
           05 REG-NOT-MES                      PIC 9(02).
           05 REG-NOT-NOTA                     PIC 9(02).
           05 REG-NOT-TIPO                     PIC X(01).

       FD HISTORICO.
       01 REG-HISTORICO.
           05 REG-HIS-NRO-ALUMNO               PIC 9(04).
           05 REG-HIS-NRO-MATERIA              PIC 9(02).
           05 REG-HIS-ANIO                     PIC 9(04).
           05 REG-HIS-MES                      PIC 9(02).
           05 REG-HIS-NOTA                     PIC 9(02).
           05 REG-HIS-TIPO                     PIC X(01).

       FD ARCHIVO-PASE.
       COPY REG-PASE.

       FD ANALITICO.
       01 REG-ANALITICO                        PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00' '05'.

       01 WSS-FS-BAJAS                         PIC X(02).
           88 WSS-FS-BAJAS-OK                          VALUE '00' '05'.

       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.

       01 WSS-FS-HISTORICO                     PIC X(02).
           88 WSS-FS-HISTORICO-OK                      VALUE '00' '05'.
           88 WSS-FS-HISTORICO-EOF                     VALUE '10'.

       01 WSS-FS-PASE                          PIC X(02).
           88 WSS-FS-PASE-OK                           VALUE '00'.

       01 WSS-FS-ANALITICO                     PIC X(02).
           88 WSS-FS-ANALITICO-OK                      VALUE '00'.

       01 WSV-NOMBRE-PASE                      PIC X(20).
       01 WSV-NOMBRE-ANALIT                    PIC X(20).

       01 WSC-MOTIVO-PASE                      PIC X(03) VALUE 'PAS'.
       01 WSV-NRO-ALUMNO-E                     PIC 9(04).
       01 WSV-FECHA-PASE-E                     PIC 9(08).
       01 WSV-ESCUELA-E                        PIC X(20).
       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS                    PIC S9(4) COMP.

       01 WSV-ALUMNO-OK                        PIC X(01).
           88 WSS-ALUMNO-OK                            VALUE 'S'.
       01 WSV-PASE-GRABADO                     PIC X(01).
           88 WSS-PASE-GRABADO                         VALUE 'S'.

      *AUTORIZACION DE DIRECCION PARA ALUMNOS CON RETENCION
       01 WSV-AUTORIZANTE                      PIC X(03).
       01 WSV-AUTORIZADO                       PIC X(01).
           88 WSS-AUTORIZADO                           VALUE 'S'.

      *NOTAS DEL ALUMNO (PRIMERO LAS ARCHIVADAS, DESPUES LAS DEL
      *CICLO EN CURSO)
       01 WSC-MAX-NOTAS-ALU                    PIC 9(03) VALUE 300.
       01 WSV-CONT-NOTAS-ALU                   PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS-ALUMNO.
           05 WST-NOTA-ALU        OCCURS 300 TIMES INDEXED BY IND-NA.
               10 WST-NA-NRO-MATERIA           PIC 9(02).
               10 WST-NA-ANIO                  PIC 9(04).
               10 WST-NA-MES                   PIC 9(02).
               10 WST-NA-NOTA                  PIC 9(02).
               10 WST-NA-TIPO                  PIC X(01).

       01 WSV-ACUM-GENERAL                     PIC 9(06).
       01 WSV-PROMEDIO-GENERAL                 PIC 9(02)V99.

       COPY REG-TRAILER.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                         PIC X(03) VALUE SPACES.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTRETEN                        PIC X(08)
                                                       VALUE "RUTRETEN".
       COPY REG-RETEN.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-TITULO.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(30)
                              VALUE "ANALITICO PARCIAL - PASE A :".
           05 WSV-ESCUELA-R                    PIC X(20).
           05 FILLER                           PIC X(22) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-ALUMNO.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(09)
                                                   VALUE "ALUMNO :".
           05 WSV-NRO-R                        PIC 9(04).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-NOMBRE-R                     PIC X(23).
           05 FILLER                           PIC X(08)
                                                   VALUE " CURSO ".
           05 WSV-CURSO-R                      PIC X(02).
           05 FILLER                           PIC X(08)
                                                   VALUE " FECHA ".
           05 WSV-FECHA-R                      PIC 9(08).
           05 FILLER                           PIC X(08) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-NOTA.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(08) VALUE SPACES.
           05 WSV-MATERIA-R                    PIC X(25).
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-MES-R                        PIC 9(02).
           05 FILLER                           PIC X(01) VALUE "/".
           05 WSV-ANIO-NOTA-R                  PIC 9(04).
           05 FILLER                           PIC X(06) VALUE SPACES.
           05 WSV-NOTA-R                       PIC Z9.
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-TIPO-R                       PIC X(01).
           05 FILLER                           PIC X(21) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-PROM-GRAL.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(20)
                                                   VALUE
                                                   "PROMEDIO GENERAL :".
           05 WSV-PROM-GRAL-R                  PIC Z9.99.
           05 FILLER                           PIC X(08)
                                                   VALUE " NOTAS :".
           05 WSV-CANT-NOTAS-R                 PIC ZZZ9.
           05 FILLER                           PIC X(35) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-ABRIR-MAESTRO
           PERFORM 15000-PEDIR-ALUMNO
           IF WSS-ALUMNO-OK
               PERFORM 20000-CONTROLAR-RETENCION
               IF WSS-AUTORIZADO
                   PERFORM 25000-PEDIR-DATOS-PASE
                   PERFORM 28000-CARGAR-HISTORICO-ALUMNO
                   PERFORM 30000-CARGAR-NOTAS-ALUMNO
                   PERFORM 40000-GRABAR-ARCHIVO-PASE
                   IF WSS-PASE-GRABADO
                       PERFORM 45000-IMPRIMIR-ANALITICO
                       PERFORM 47000-DAR-DE-BAJA
                   END-IF
               ELSE
                   DISPLAY 'NO SE EMITE EL PASE DEL ALUMNO '
                           WSV-NRO-ALUMNO-E
               END-IF
           END-IF
           PERFORM 60000-CERRAR-Y-REGENERAR
           PERFORM 70000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'PASESAL' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-BAJA TO TRUE
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
                       PERFORM 70000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *CARGA LA TABLA DE MATERIAS PARA LAS DESCRIPCIONES DEL PASE
       05000-CARGAR-TABLA-MAT.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF.

      *ABRE EL MAESTRO INDEXADO ALUMNOS.IDX VIA RUTALUM PARA LEER Y
      *ACTUALIZAR POR CLAVE
       10000-ABRIR-MAESTRO.
           MOVE "OIO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
               DISPLAY 'ALUMNOS.IDX NO DISPONIBLE, RECONSTRUIRLO '
                       'CON ALUMCARG'
               PERFORM 70000-FIN-DEL-PROGRAMA
           END-IF.

      *PIDE EL NRO DE ALUMNO QUE SE VA; DEBE ESTAR ACTIVO
       15000-PEDIR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-OK
           DISPLAY 'INGRESE NRO DE ALUMNO QUE PIDE EL PASE: '
           ACCEPT WSV-NRO-ALUMNO-E
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK AND WSS-ALUX-R-ACTIVO
               SET WSS-ALUMNO-OK TO TRUE
               DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE ' CURSO '
                       REG-ALUX-R-CURSO
           ELSE
               DISPLAY 'NO HAY UN ALUMNO ACTIVO CON ESE NUMERO'
           END-IF.

      *CONSULTA LAS RETENCIONES VIGENTES DEL ALUMNO; SIN RETENCION
      *QUEDA AUTORIZADO, CON RETENCION HACE FALTA UN OPERADOR DE
      *DIRECCION Y LA AUTORIZACION SE ASIENTA VIA RUTRETEN
       20000-CONTROLAR-RETENCION.
           MOVE 'S' TO WSV-AUTORIZADO
           SET WSS-RET-BUSCAR TO TRUE
           MOVE WSV-NRO-ALUMNO-E TO REG-RET-NRO-ALUMNO
           CALL WSC-RUTRETEN USING REGISTRO-RETENCION
           IF WSS-RET-RETENIDO
               DISPLAY 'ALUMNO ' WSV-NRO-ALUMNO-E ' '
                       REG-ALUX-R-NOMBRE ' CON RETENCION ('
                       REG-RET-TIPOS ') ' REG-RET-DETALLE
               PERFORM 21000-AUTORIZAR-DIRECCION
               IF WSS-AUTORIZADO
                   SET WSS-RET-AUTORIZAR TO TRUE
                   MOVE 'PASESAL' TO REG-RET-PROGRAMA
                   MOVE WSV-AUTORIZANTE TO REG-RET-AUTORIZANTE
                   CALL WSC-RUTRETEN USING REGISTRO-RETENCION
                   IF WSS-RET-ERROR
                       DISPLAY WSV-ST-TEXTO-RET
                   END-IF
               END-IF
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       21000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION'
           ELSE
               MOVE SPACES TO REG-OPER-CLAVE-E
               PERFORM UNTIL REG-OPER-CLAVE-E NOT= SPACES
                   DISPLAY 'INGRESE CLAVE DE AUTORIZACION: '
                   ACCEPT REG-OPER-CLAVE-E
               END-PERFORM
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               MOVE SPACES TO REG-OPER-CLAVE-E
               IF WSS-OPER-OK
                   SET WSS-AUTORIZADO TO TRUE
                   MOVE REG-OPER-CODIGO-E TO WSV-AUTORIZANTE
                   DISPLAY 'AUTORIZA: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'AUTORIZACION RECHAZADA: '
                           WSV-ST-TEXTO-OPER
               END-IF
           END-IF.

      *PIDE LA FECHA DEL PASE (QUE ES LA FECHA DE BAJA) Y LA
      *ESCUELA DE DESTINO
       25000-PEDIR-DATOS-PASE.
           DISPLAY 'INGRESE FECHA DEL PASE (AAAAMMDD): '
           ACCEPT WSV-FECHA-PASE-E
           MOVE SPACES TO WSV-ESCUELA-E
           PERFORM UNTIL WSV-ESCUELA-E NOT= SPACES
               DISPLAY 'INGRESE LA ESCUELA DE DESTINO: '
               ACCEPT WSV-ESCUELA-E
           END-PERFORM.

      *RECORRE EL HISTORICO DE CIERRES NOTAHIST.DAT (SI EXISTE) Y
      *CARGA LAS NOTAS ARCHIVADAS DEL ALUMNO
       28000-CARGAR-HISTORICO-ALUMNO.
           OPEN INPUT HISTORICO
           IF NOT WSS-FS-HISTORICO-OK
               DISPLAY 'ERROR EN EL OPEN DE NOTAHIST.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-HISTORICO
           ELSE
               PERFORM 28100-LEER-Y-CARGAR-HIST
                   UNTIL WSS-FS-HISTORICO-EOF
               CLOSE HISTORICO
           END-IF.

       28100-LEER-Y-CARGAR-HIST.
           READ HISTORICO
           IF WSS-FS-HISTORICO-OK AND REG-HISTORICO(1:3) NOT= 'FIN'
               IF REG-HIS-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                   IF WSV-CONT-NOTAS-ALU >= WSC-MAX-NOTAS-ALU
                       DISPLAY 'DEMASIADAS NOTAS DEL ALUMNO, SE '
                               'IGNORAN LAS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-HISTORICO
                   ELSE
                       ADD 1 TO WSV-CONT-NOTAS-ALU
                       SET IND-NA TO WSV-CONT-NOTAS-ALU
                       MOVE REG-HIS-NRO-MATERIA
                           TO WST-NA-NRO-MATERIA(IND-NA)
                       MOVE REG-HIS-ANIO TO WST-NA-ANIO(IND-NA)
                       MOVE REG-HIS-MES TO WST-NA-MES(IND-NA)
                       MOVE REG-HIS-NOTA TO WST-NA-NOTA(IND-NA)
                       MOVE REG-HIS-TIPO TO WST-NA-TIPO(IND-NA)
                   END-IF
               END-IF
           END-IF.

      *RECORRE NOTANEW.DAT Y CARGA LAS NOTAS DEL CICLO EN CURSO DEL
      *ALUMNO
       30000-CARGAR-NOTAS-ALUMNO.
           OPEN INPUT ENTRADA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
           ELSE
               PERFORM 31000-LEER-Y-CARGAR-NOTA
                   UNTIL WSS-FS-NOTAS-EOF
               CLOSE ENTRADA-NOTAS
           END-IF.

       31000-LEER-Y-CARGAR-NOTA.
           READ ENTRADA-NOTAS
           IF WSS-FS-NOTAS-OK AND REG-NOTAS(1:3) NOT= 'FIN'
               IF REG-NOT-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                   IF WSV-CONT-NOTAS-ALU >= WSC-MAX-NOTAS-ALU
                       DISPLAY 'DEMASIADAS NOTAS DEL ALUMNO, SE '
                               'IGNORAN LAS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-NOTAS
                   ELSE
                       ADD 1 TO WSV-CONT-NOTAS-ALU
                       SET IND-NA TO WSV-CONT-NOTAS-ALU
                       MOVE REG-NOT-NRO-MATERIA
                           TO WST-NA-NRO-MATERIA(IND-NA)
                       MOVE REG-NOT-ANIO TO WST-NA-ANIO(IND-NA)
                       MOVE REG-NOT-MES TO WST-NA-MES(IND-NA)
                       MOVE REG-NOT-NOTA TO WST-NA-NOTA(IND-NA)
                       MOVE REG-NOT-TIPO TO WST-NA-TIPO(IND-NA)
                   END-IF
               END-IF
           END-IF.

      *GRABA PASEnnnn.DAT: CABECERA CON EL ALUMNO Y LA ESCUELA DE
      *DESTINO, UNA LINEA POR NOTA CON LA DESCRIPCION DE LA MATERIA
      *Y EL CIERRE CON LA CANTIDAD DE NOTAS
       40000-GRABAR-ARCHIVO-PASE.
           MOVE 'N' TO WSV-PASE-GRABADO
           MOVE SPACES TO WSV-NOMBRE-PASE
           STRING 'PASE' WSV-NRO-ALUMNO-E '.DAT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-PASE
           OPEN OUTPUT ARCHIVO-PASE
           IF NOT WSS-FS-PASE-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-PASE
               DISPLAY 'FILE STATUS ' WSS-FS-PASE
               DISPLAY 'NO SE DA DE BAJA AL ALUMNO'
           ELSE
               MOVE SPACES TO REG-PASE
               SET WSS-PAS-CABECERA TO TRUE
               MOVE REG-ALUX-R-NRO-ALUMNO TO REG-PAS-NRO-ALUMNO
               MOVE REG-ALUX-R-NOMBRE TO REG-PAS-NOMBRE
               MOVE REG-ALUX-R-NRO-PAIS TO REG-PAS-NRO-PAIS
               MOVE REG-ALUX-R-CURSO TO REG-PAS-CURSO
               MOVE WSV-FECHA-PASE-E TO REG-PAS-FECHA
               MOVE WSV-ESCUELA-E TO REG-PAS-ESCUELA
               WRITE REG-PASE
               PERFORM VARYING IND-NA FROM 1 BY 1
                       UNTIL IND-NA > WSV-CONT-NOTAS-ALU
                   PERFORM 41000-GRABAR-NOTA-PASE
               END-PERFORM
               MOVE SPACES TO REG-PASE
               SET WSS-PAS-CIERRE TO TRUE
               MOVE WSV-CONT-NOTAS-ALU TO REG-PAS-CANT-NOTAS
               WRITE REG-PASE
               IF NOT WSS-FS-PASE-OK
                   DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-PASE
                   DISPLAY 'FILE STATUS ' WSS-FS-PASE
               END-IF
               CLOSE ARCHIVO-PASE
               IF NOT WSS-FS-PASE-OK
                   DISPLAY 'ERROR EN EL CLOSE DE ' WSV-NOMBRE-PASE
                   DISPLAY 'FILE STATUS ' WSS-FS-PASE
                   DISPLAY 'NO SE DA DE BAJA AL ALUMNO'
               ELSE
                   SET WSS-PASE-GRABADO TO TRUE
                   DISPLAY 'ARCHIVO DE PASE ' WSV-NOMBRE-PASE
                           ' CON ' WSV-CONT-NOTAS-ALU ' NOTAS'
               END-IF
           END-IF.

       41000-GRABAR-NOTA-PASE.
           PERFORM 42000-BUSCAR-MAT
           MOVE SPACES TO REG-PASE
           SET WSS-PAS-NOTA TO TRUE
           MOVE WST-NA-NRO-MATERIA(IND-NA) TO REG-PAS-NRO-MATERIA
           MOVE REG-DESCRIP-MAT-R TO REG-PAS-MATERIA
           MOVE WST-NA-ANIO(IND-NA) TO REG-PAS-ANIO
           MOVE WST-NA-MES(IND-NA) TO REG-PAS-MES
           MOVE WST-NA-NOTA(IND-NA) TO REG-PAS-NOTA
           MOVE WST-NA-TIPO(IND-NA) TO REG-PAS-NOTA-TIPO
           WRITE REG-PASE
           IF NOT WSS-FS-PASE-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-PASE
               DISPLAY 'FILE STATUS ' WSS-FS-PASE
           END-IF.

      *DESCRIPCION DE LA MATERIA DE LA NOTA EN CURSO VIA RUTMAT
       42000-BUSCAR-MAT.
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WST-NA-NRO-MATERIA(IND-NA) TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               MOVE 'MATERIA INEXISTENTE' TO REG-DESCRIP-MAT-R
           END-IF.

      *EMITE PASEnnnn.TXT: EL ANALITICO PARCIAL QUE ACOMPANA EL PASE,
      *CON CADA NOTA Y EL PROMEDIO GENERAL
       45000-IMPRIMIR-ANALITICO.
           MOVE SPACES TO WSV-NOMBRE-ANALIT
           STRING 'PASE' WSV-NRO-ALUMNO-E '.TXT'
               DELIMITED BY SIZE INTO WSV-NOMBRE-ANALIT
           OPEN OUTPUT ANALITICO
           IF NOT WSS-FS-ANALITICO-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-ANALIT
               DISPLAY 'FILE STATUS ' WSS-FS-ANALITICO
           ELSE
               MOVE WSV-ESCUELA-E TO WSV-ESCUELA-R
               MOVE REG-ALUX-R-NRO-ALUMNO TO WSV-NRO-R
               MOVE REG-ALUX-R-NOMBRE TO WSV-NOMBRE-R
               MOVE REG-ALUX-R-CURSO TO WSV-CURSO-R
               MOVE WSV-FECHA-PASE-E TO WSV-FECHA-R
               WRITE REG-ANALITICO FROM WSV-LINEA
               WRITE REG-ANALITICO FROM WSV-LINEA-TITULO
               WRITE REG-ANALITICO FROM WSV-LINEA-ALUMNO
               WRITE REG-ANALITICO FROM WSV-LINEA
               MOVE 0 TO WSV-ACUM-GENERAL
               PERFORM VARYING IND-NA FROM 1 BY 1
                       UNTIL IND-NA > WSV-CONT-NOTAS-ALU
                   PERFORM 46000-IMPRIMIR-UNA-NOTA
               END-PERFORM
               MOVE 0 TO WSV-PROMEDIO-GENERAL
               IF WSV-CONT-NOTAS-ALU > 0
                   COMPUTE WSV-PROMEDIO-GENERAL = WSV-ACUM-GENERAL /
                           WSV-CONT-NOTAS-ALU
               END-IF
               MOVE WSV-PROMEDIO-GENERAL TO WSV-PROM-GRAL-R
               MOVE WSV-CONT-NOTAS-ALU TO WSV-CANT-NOTAS-R
               WRITE REG-ANALITICO FROM WSV-LINEA
               WRITE REG-ANALITICO FROM WSV-LINEA-PROM-GRAL
               WRITE REG-ANALITICO FROM WSV-LINEA
               CLOSE ANALITICO
               DISPLAY 'ANALITICO PARCIAL EN ' WSV-NOMBRE-ANALIT
           END-IF.

       46000-IMPRIMIR-UNA-NOTA.
           PERFORM 42000-BUSCAR-MAT
           MOVE REG-DESCRIP-MAT-R TO WSV-MATERIA-R
           MOVE WST-NA-MES(IND-NA) TO WSV-MES-R
           MOVE WST-NA-ANIO(IND-NA) TO WSV-ANIO-NOTA-R
           MOVE WST-NA-NOTA(IND-NA) TO WSV-NOTA-R
           MOVE WST-NA-TIPO(IND-NA) TO WSV-TIPO-R
           ADD WST-NA-NOTA(IND-NA) TO WSV-ACUM-GENERAL
           WRITE REG-ANALITICO FROM WSV-LINEA-NOTA
           IF NOT WSS-FS-ANALITICO-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-ANALIT
               DISPLAY 'FILE STATUS ' WSS-FS-ANALITICO
           END-IF.

      *DA DE BAJA AL ALUMNO EN ALUMNOS.IDX CON LA FECHA DEL PASE Y
      *ASIENTA LA BAJA CON MOTIVO PAS EN BAJAS.DAT. LA BAJA LLEVA EL
      *CONTADOR DE CAMBIOS LEIDO AL PEDIR EL ALUMNO: SI OTRA SESION LO
      *CAMBIO ENTRE TANTO NO SE GRABA
       47000-DAR-DE-BAJA.
           MOVE REG-ALUX-R TO REG-ALUX-E
           MOVE REG-ALUX-R-VERSION TO REG-ALUX-E-VERSION
           MOVE 'B' TO REG-ALUX-E-ESTADO
           MOVE WSV-FECHA-PASE-E TO REG-ALUX-E-FECHA-BAJA
           MOVE "REW" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-MODIFICADO
               DISPLAY 'OTRA SESION MODIFICO EL ALUMNO DURANTE EL '
                       'PASE, NO SE DA DE BAJA. AHORA ESTA ASI:'
               DISPLAY REG-ALUX-R-NRO-ALUMNO ' ' REG-ALUX-R-NOMBRE
                       ' CURSO ' REG-ALUX-R-CURSO
                       ' ESTADO ' REG-ALUX-R-ESTADO
               DISPLAY 'EL PASE QUEDO GRABADO; REVISAR EL ALUMNO Y '
                       'DARLO DE BAJA CON ALUMANT'
           ELSE
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'NO SE PUDO DAR DE BAJA: ' WSV-ST-TEXTO-ALUX
           ELSE
               ADD 1 TO WSV-CONT-CAMBIOS
               OPEN EXTEND BAJAS
               IF NOT WSS-FS-BAJAS-OK
                   DISPLAY 'ERROR EN EL OPEN DE BAJAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-BAJAS
               ELSE
                   MOVE WSV-FECHA-PASE-E TO REG-BJA-FECHA
                   MOVE REG-ALUX-E-NRO-ALUMNO TO REG-BJA-NRO-ALUMNO
                   MOVE REG-ALUX-E-CURSO TO REG-BJA-CURSO
                   MOVE WSC-MOTIVO-PASE TO REG-BJA-MOTIVO
                   MOVE WSV-OPERADOR TO REG-BJA-OPERADOR
                   WRITE REG-BAJA
                   IF NOT WSS-FS-BAJAS-OK
                       DISPLAY 'ERROR EN EL WRITE DE BAJAS.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-BAJAS
                   END-IF
                   CLOSE BAJAS
               END-IF
               DISPLAY 'ALUMNO DADO DE BAJA POR PASE'
           END-IF
           END-IF.

      *CIERRA EL INDEXADO Y, SI HUBO BAJA, REGENERA ALUMNOS.DAT
      *COMPLETO DESDE EL (CON SU TRAILER) PARA LA CADENA BATCH
       60000-CERRAR-Y-REGENERAR.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSV-CONT-CAMBIOS > 0
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
                       PERFORM 61000-REGENERAR-SECUENCIAL
                   END-IF
                   MOVE "CLO" TO WSS-OPCION-ALUX
                   CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               END-IF
           END-IF.

      *RECORRE ALUMNOS.IDX EN ORDEN DE NUMERO, ESCRIBE CADA ALUMNO
      *EN ALUMNOS.DAT Y CIERRA CON EL TRAILER
       61000-REGENERAR-SECUENCIAL.
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

      *DA FIN AL PROGRAMA
       70000-FIN-DEL-PROGRAMA.
           STOP RUN.
