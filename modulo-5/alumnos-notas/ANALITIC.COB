      *   NOTAHIST.DAT (los anios cerrados por NOTACIER) con
      *   NOTANEW.DAT, para que la historia completa del alumno siga
      *   saliendo entera aunque sus anios viejos esten archivados.
      * 2026 10 - El alumno se lee por clave en el maestro indexado
      *   ALUMNOS.IDX via RUTALUM en lugar de recorrer ALUMNOS.DAT.
      * 2026 10 - Si el alumno tiene retenciones vigentes (RUTRETEN)
      *   el analitico no se emite salvo que lo autorice un operador
      *   de direccion con su clave; la autorizacion queda asentada
      *   en RETENLOG.DAT.
      * 2026 10 - Registro de certificados: el analitico que se
      *   entrega a un tercero pide operador y destinatario, toma un
      *   numero de serie de CERTIF.CTL (via RUTCERT) que se imprime
      *   al pie y queda asentado en REGCERT.DAT con el promedio
      *   general y la cantidad de notas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El programa se informa a RUTOPER desde el inicio, para
      *   que la autorizacion de direccion de un analitico retenido se
      *   verifique contra PERMISOS.DAT y su rechazo quede en
      *   PERMISOS-LOG.DAT.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ANALITIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-NOTAS        ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO               PIC 9(04).
           05 REG-HIS-TIPO                     PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.
           05 WSV-ALU-NOMBRE                   PIC X(23).
           05 WSV-ALU-NRO-PAIS                 PIC 9(03).

      *AUTORIZACION DE DIRECCION PARA ALUMNOS CON RETENCION
       01 WSV-AUTORIZANTE                      PIC X(03).
       01 WSV-AUTORIZADO                       PIC X(01).
           88 WSS-AUTORIZADO                       VALUE 'S'.

      *ANALITICO ENTREGADO A UN TERCERO (LLEVA NUMERO DE SERIE)
       01 WSV-TERCERO                          PIC X(01).
           88 WSS-PARA-TERCERO                     VALUE 'S'.
       01 WSV-OPERADOR                         PIC X(03).
       01 WSV-DESTINATARIO                     PIC X(25).
       01 WSV-PERIODO-NOTA                     PIC 9(06).
       01 WSV-PERIODO-DESDE                    PIC 9(06).
       01 WSV-PERIODO-HASTA                    PIC 9(06).

      *NOTAS DEL ALUMNO PEDIDO, CARGADAS DESDE NOTANEW.DAT
       01 WSC-MAX-NOTAS-ALU                    PIC 9(03) VALUE 200.
       01 WSV-CONT-NOTAS-ALU                   PIC S9(4) COMP VALUE 0.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTRETEN                        PIC X(08)
                                                       VALUE "RUTRETEN".
       COPY REG-RETEN.
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01  WSC-RUTCERT                         PIC X(07)
                                                       VALUE "RUTCERT".
       COPY REG-CERT.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 WSV-PROM-GRAL-R                  PIC Z9.99.
           05 FILLER                           PIC X(47) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
       01 WSV-LINEA-SERIE.
           05 FILLER                           PIC X(01) VALUE "*".
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 FILLER                           PIC X(17)
                                               VALUE
                                               "CERTIFICADO NRO :".
           05 WSV-SERIE-R                      PIC 9(06).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 FILLER                           PIC X(07)
                                               VALUE "PARA : ".
           05 WSV-DESTINATARIO-R               PIC X(25).
           05 FILLER                           PIC X(15) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 20000-BUSCAR-ALUMNO
           IF WSS-ALUMNO-ENCONTRADO
               PERFORM 25000-CONTROLAR-RETENCION
               IF WSS-AUTORIZADO
                   PERFORM 28000-CARGAR-HISTORICO-ALUMNO
                   PERFORM 30000-CARGAR-NOTAS-ALUMNO
                   PERFORM 35000-PEDIR-DESTINATARIO
                   PERFORM 40000-MOSTRAR-ANALITICO
               ELSE
                   DISPLAY 'NO SE EMITE EL ANALITICO DEL ALUMNO '
                           WSV-NRO-ALUMNO-E
               END-IF
           ELSE
               DISPLAY 'NO EXISTE UN ALUMNO CON EL NUMERO '
                       WSV-NRO-ALUMNO-E ' EN ALUMNOS.IDX'
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LA TABLA DE MATERIAS Y PIDE EL NRO DE ALUMNO
       10000-INICIO.
           MOVE 'ANALITIC' TO REG-OPER-PROGRAMA-E
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALUMNO-E.

      *LEE EL ALUMNO PEDIDO POR CLAVE EN ALUMNOS.IDX VIA RUTALUM
       20000-BUSCAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-ENCONTRADO
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-NRO-ALUMNO-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               MOVE REG-ALUX-R-NRO-ALUMNO TO WSV-ALU-NRO-ALUMNO
               MOVE REG-ALUX-R-NOMBRE TO WSV-ALU-NOMBRE
               MOVE REG-ALUX-R-NRO-PAIS TO WSV-ALU-NRO-PAIS
               SET WSS-ALUMNO-ENCONTRADO TO TRUE
           END-IF
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
           END-IF.

      *CONSULTA LAS RETENCIONES VIGENTES DEL ALUMNO; SIN RETENCION
      *QUEDA AUTORIZADO, CON RETENCION HACE FALTA UN OPERADOR DE
      *DIRECCION Y LA AUTORIZACION SE ASIENTA VIA RUTRETEN
       25000-CONTROLAR-RETENCION.
           MOVE 'S' TO WSV-AUTORIZADO
           SET WSS-RET-BUSCAR TO TRUE
           MOVE WSV-ALU-NRO-ALUMNO TO REG-RET-NRO-ALUMNO
           CALL WSC-RUTRETEN USING REGISTRO-RETENCION
           IF WSS-RET-RETENIDO
               DISPLAY 'ALUMNO ' WSV-ALU-NRO-ALUMNO ' '
                       WSV-ALU-NOMBRE ' CON RETENCION ('
                       REG-RET-TIPOS ') ' REG-RET-DETALLE
               PERFORM 26000-AUTORIZAR-DIRECCION
               IF WSS-AUTORIZADO
                   SET WSS-RET-AUTORIZAR TO TRUE
                   MOVE 'ANALITIC' TO REG-RET-PROGRAMA
                   MOVE WSV-AUTORIZANTE TO REG-RET-AUTORIZANTE
                   CALL WSC-RUTRETEN USING REGISTRO-RETENCION
                   IF WSS-RET-ERROR
                       DISPLAY WSV-ST-TEXTO-RET
                   END-IF
               END-IF
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       26000-AUTORIZAR-DIRECCION.
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

      *RECORRE EL HISTORICO DE CIERRES NOTAHIST.DAT (SI EXISTE) Y
           END-IF
           END-IF.

      *PREGUNTA SI EL ANALITICO SE ENTREGA A UN TERCERO; EN ESE CASO
      *PIDE EL OPERADOR QUE LO EMITE Y A QUIEN VA DIRIGIDO
       35000-PEDIR-DESTINATARIO.
           MOVE SPACES TO WSV-TERCERO
           PERFORM UNTIL WSV-TERCERO = 'S' OR 'N'
               DISPLAY 'SE ENTREGA A UN TERCERO (S/N): '
               ACCEPT WSV-TERCERO
           END-PERFORM
           IF WSS-PARA-TERCERO
               PERFORM 36000-IDENTIFICAR-OPERADOR
               MOVE SPACES TO WSV-DESTINATARIO
               PERFORM UNTIL WSV-DESTINATARIO NOT= SPACES
                   DISPLAY 'DESTINATARIO (ESCUELA, EMPRESA, ETC.): '
                   ACCEPT WSV-DESTINATARIO
               END-PERFORM
           END-IF.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; QUEDA ASENTADO EN EL REGISTRO DE CERTIFICADOS
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       36000-IDENTIFICAR-OPERADOR.
           MOVE 'ANALITIC' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               MOVE SPACES TO REG-OPER-CLAVE-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF WSS-OPER-OK
                   MOVE REG-OPER-CODIGO-E TO WSV-OPERADOR
                   DISPLAY 'OPERADOR: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'OPERADOR INVALIDO: ' WSV-ST-TEXTO-OPER
                   IF WSV-ST-TEXTO-OPER(1:3) = 'SIN'
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *MUESTRA EL ANALITICO: LAS NOTAS AGRUPADAS POR ANIO (DE MENOR A
      *MAYOR ANIO), EL PROMEDIO DE CADA ANIO Y EL PROMEDIO GENERAL
       40000-MOSTRAR-ANALITICO.
                       WSV-ACUM-GENERAL / WSV-CONT-GENERAL
               MOVE WSV-PROMEDIO-GENERAL TO WSV-PROM-GRAL-R
               DISPLAY WSV-LINEA-PROM-GRAL
               IF WSS-PARA-TERCERO
                   PERFORM 43000-REGISTRAR-SERIE
               END-IF
               DISPLAY WSV-LINEA
           END-IF.

               MOVE SPACES TO WSV-MATERIA-R
           END-IF.

      *TOMA EL NUMERO DE SERIE DEL ANALITICO ENTREGADO A UN TERCERO,
      *LO ASIENTA EN EL REGISTRO VIA RUTCERT (CON EL PERIODO QUE
      *CUBREN LAS NOTAS) Y LO IMPRIME AL PIE
       43000-REGISTRAR-SERIE.
           MOVE 999999 TO WSV-PERIODO-DESDE
           MOVE 0 TO WSV-PERIODO-HASTA
           PERFORM VARYING IND-NA FROM 1 BY 1
                   UNTIL IND-NA > WSV-CONT-NOTAS-ALU
               COMPUTE WSV-PERIODO-NOTA = WST-NA-ANIO(IND-NA) * 100 +
                       WST-NA-MES(IND-NA)
               IF WSV-PERIODO-NOTA < WSV-PERIODO-DESDE
                   MOVE WSV-PERIODO-NOTA TO WSV-PERIODO-DESDE
               END-IF
               IF WSV-PERIODO-NOTA > WSV-PERIODO-HASTA
                   MOVE WSV-PERIODO-NOTA TO WSV-PERIODO-HASTA
               END-IF
           END-PERFORM
           SET WSS-CERT-EMITIR TO TRUE
           MOVE 'A' TO REG-CERT-TIPO
           MOVE WSV-ALU-NRO-ALUMNO TO REG-CERT-NRO-ALUMNO
           MOVE WSV-ALU-NOMBRE TO REG-CERT-NOMBRE
           MOVE WSV-PERIODO-DESDE TO REG-CERT-DESDE
           MOVE WSV-PERIODO-HASTA TO REG-CERT-HASTA
           MOVE WSV-OPERADOR TO REG-CERT-OPERADOR
           MOVE WSV-PROMEDIO-GENERAL TO REG-CERT-PROMEDIO
           MOVE WSV-CONT-GENERAL TO REG-CERT-CANT-NOTAS
           MOVE WSV-DESTINATARIO TO REG-CERT-DESTINATARIO
           CALL WSC-RUTCERT USING REGISTRO-CERTIFICADO
           IF WSS-CERT-OK
               MOVE REG-CERT-SERIE-R TO WSV-SERIE-R
               MOVE WSV-DESTINATARIO TO WSV-DESTINATARIO-R
               DISPLAY WSV-LINEA-SERIE
           ELSE
               DISPLAY WSV-ST-TEXTO-CERT
               DISPLAY 'ANALITICO SIN NUMERO DE SERIE, NO ENTREGAR'
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
