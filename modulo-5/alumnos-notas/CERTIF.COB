      *   &TELEFONO, que se toman del primer responsable del alumno
      *   en RESPONSABLES.DAT (mantenido por RESPMANT); si el alumno
      *   no tiene responsable cargado quedan en blanco.
      * 2026 10 - Antes de generar cada constancia se consultan las
      *   retenciones vigentes del alumno (RUTRETEN); un alumno
      *   retenido solo recibe la constancia si un operador de
      *   direccion lo autoriza con su clave, y la autorizacion queda
      *   asentada en RETENLOG.DAT. Los no autorizados se cuentan
      *   aparte al final.
      * 2026 10 - Registro de certificados: el programa pide el codigo
      *   de operador al inicio y cada constancia emitida toma un
      *   numero de serie de CERTIF.CTL (via RUTCERT), que se imprime
      *   al pie y queda asentado en REGCERT.DAT con el alumno, el
      *   periodo, el promedio y el operador (consulta y anulacion
      *   en CERTCONS).
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - La tabla de alumnos se arma con los que tienen notas
      *   en el periodo, leyendo el nombre por clave en el maestro
      *   indexado ALUMNOS.IDX via RUTALUM, en lugar de cargar
      *   ALUMNOS.DAT entero; se ordena por nro de alumno antes de
      *   generar.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CERTIF.
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
       01 REG-CERTIFICADO                      PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-NOTAS                         PIC X(02).
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.
           05 WST-LINEA-PLA      OCCURS 50 TIMES INDEXED BY IND-PL
                                               PIC X(80).

      *ALUMNOS CON NOTAS EN EL PERIODO Y SUS ACUMULADORES; CADA UNO
      *ENTRA CON SU PRIMERA NOTA, CON EL NOMBRE LEIDO POR CLAVE EN
      *ALUMNOS.IDX, Y LA TABLA SE ORDENA POR NRO DE ALUMNO ANTES DE
      *GENERAR
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WSV-ALUMNO-UBICADO                   PIC X(01).
           88 WSS-ALUMNO-UBICADO                   VALUE 'S'.
       01 WST-ALUMNOS.
           05 WST-AL-ITEM         OCCURS 1 TO 200 TIMES
                                  DEPENDING ON WSV-CONT-ALUMNOS
                                  INDEXED BY IND-AL.
               10 WST-AL-NRO                   PIC 9(04).
               10 WST-AL-NOMBRE                PIC X(23).
               10 WST-AL-ACUM                  PIC 9(06).
       01 WSV-PROMEDIO-EDIT                    PIC Z9.99.
       01 WSV-PROMEDIO-TEXTO                   PIC X(05).
       01 WSV-CONT-CERTIFICADOS                PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RETENIDOS                   PIC S9(4) COMP VALUE 0.
       01 WSV-OPERADOR                         PIC X(03).

      *PIE DE LA CONSTANCIA CON SU NUMERO DE SERIE
       01 WSV-LINEA-SERIE.
           05 FILLER                           PIC X(15)
                                               VALUE 'CONSTANCIA NRO '.
           05 WSV-SERIE-R                      PIC 9(06).
           05 FILLER                           PIC X(30)
                                   VALUE ' - VERIFICABLE EN SECRETARIA'.
           05 FILLER                           PIC X(29) VALUE SPACES.

      *AUTORIZACION DE DIRECCION PARA ALUMNOS CON RETENCION
       01 WSV-AUTORIZANTE                      PIC X(03).
       01 WSV-AUTORIZADO                       PIC X(01).
           88 WSS-AUTORIZADO                       VALUE 'S'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTFECHA                        PIC X(08)
                                                       VALUE "RUTFECHA".
       01  WSC-RUTSUBST                        PIC X(08)
                                                       VALUE "RUTSUBST".
       01  WSC-RUTRETEN                        PIC X(08)
                                                       VALUE "RUTRETEN".
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       01  WSC-RUTCERT                         PIC X(07)
                                                       VALUE "RUTCERT".
       COPY REG-FECHA.
       COPY REG-SUBST.
       COPY REG-RETEN.
       COPY REG-OPER.
       COPY REG-CERT.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-INGRESAR-PERIODO
           PERFORM 15000-CARGAR-PLANTILLA
           IF WSV-CONT-LINEAS = 0
               DISPLAY 'PLANTILLA.TXT VACIA O INEXISTENTE, NO HAY '
                       'NADA PARA GENERAR'
           ELSE
               PERFORM 20000-ABRIR-ALUMNOS
               PERFORM 25000-CARGAR-RESPONSABLES
               PERFORM 30000-ACUMULAR-NOTAS
               PERFORM 40000-GENERAR-CERTIFICADOS
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; QUEDA ASENTADO EN CADA CONSTANCIA DEL REGISTRO
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'CERTIF' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *PIDE LA FECHA DESDE Y LA FECHA HASTA VIA RUTFECHA Y ARMA EL
      *TEXTO DEL PERIODO PARA &PERIODO
       10000-INGRESAR-PERIODO.
               END-IF
           END-IF.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA TOMAR EL
      *NOMBRE DE CADA ALUMNO CON NOTAS EN EL PERIODO
       20000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *RECORRE NOTANEW.DAT ACUMULANDO LAS NOTAS DEL PERIODO EN CADA
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL CLOSE DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
           END-IF
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSV-CONT-ALUMNOS > 1
               SORT WST-AL-ITEM ON ASCENDING KEY WST-AL-NRO
           END-IF.

       31000-LEER-Y-ACUMULAR.
                       REG-NOT-MES
               IF WSV-PERIODO-NOTA >= WSV-PERIODO-DESDE AND
                       WSV-PERIODO-NOTA <= WSV-PERIODO-HASTA
                   PERFORM 31100-UBICAR-ALUMNO
                   IF WSS-ALUMNO-UBICADO
                       ADD REG-NOT-NOTA TO WST-AL-ACUM(IND-AL)
                       ADD 1 TO WST-AL-CONT(IND-AL)
                   END-IF
               END-IF
           ELSE
               IF NOT WSS-FS-NOTAS-EOF
           END-IF
           END-IF.

      *UBICA EN LA TABLA AL ALUMNO DE LA NOTA; SI TODAVIA NO ESTA LO
      *LEE POR CLAVE EN ALUMNOS.IDX Y LO AGREGA CON LOS ACUMULADORES
      *EN CERO. LA NOTA DE UN ALUMNO INEXISTENTE NO SE ACUMULA
       31100-UBICAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-UBICADO
           PERFORM VARYING IND-AL FROM 1 BY 1
                   UNTIL IND-AL > WSV-CONT-ALUMNOS
                       OR WSS-ALUMNO-UBICADO
               IF WST-AL-NRO(IND-AL) = REG-NOT-NRO-ALUMNO
                   SET WSS-ALUMNO-UBICADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ALUMNO-UBICADO
               SET IND-AL DOWN BY 1
           ELSE
               MOVE REG-NOT-NRO-ALUMNO TO REG-ALUX-E-NRO-ALUMNO
               MOVE "REA" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                       DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORA '
                               'LA NOTA DEL ALUMNO '
                               REG-NOT-NRO-ALUMNO
                   ELSE
                       ADD 1 TO WSV-CONT-ALUMNOS
                       SET IND-AL TO WSV-CONT-ALUMNOS
                       MOVE REG-ALUX-R-NRO-ALUMNO
                           TO WST-AL-NRO(IND-AL)
                       MOVE REG-ALUX-R-NOMBRE TO WST-AL-NOMBRE(IND-AL)
                       MOVE 0 TO WST-AL-ACUM(IND-AL)
                       MOVE 0 TO WST-AL-CONT(IND-AL)
                       SET WSS-ALUMNO-UBICADO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *GENERA UN ARCHIVO CERTnnnn.TXT POR CADA ALUMNO CON NOTAS EN
      *EL PERIODO
       40000-GENERAR-CERTIFICADOS.
                   PERFORM 41000-GENERAR-UN-CERTIFICADO
               END-IF
           END-PERFORM
           DISPLAY 'CERTIFICADOS GENERADOS: ' WSV-CONT-CERTIFICADOS
           DISPLAY 'NO EMITIDOS POR RETENCION: ' WSV-CONT-RETENIDOS.

      *ARMA EL NOMBRE DEL ARCHIVO DEL ALUMNO, CALCULA SU PROMEDIO Y
      *ESCRIBE LA PLANTILLA CON LOS REEMPLAZOS HECHOS
       41000-GENERAR-UN-CERTIFICADO.
           PERFORM 43000-CONTROLAR-RETENCION
           IF NOT WSS-AUTORIZADO
               ADD 1 TO WSV-CONT-RETENIDOS
           ELSE
               PERFORM 41100-ESCRIBIR-CERTIFICADO
           END-IF.

       41100-ESCRIBIR-CERTIFICADO.
           PERFORM 27000-BUSCAR-RESPONSABLE-ALU
           COMPUTE WSV-PROMEDIO = WST-AL-ACUM(IND-AL) /
                   WST-AL-CONT(IND-AL)
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-CERT
               DISPLAY 'FILE STATUS ' WSS-FS-CERT
           ELSE
               PERFORM 41200-REGISTRAR-SERIE
               IF WSS-CERT-OK
                   PERFORM VARYING IND-PL FROM 1 BY 1
                           UNTIL IND-PL > WSV-CONT-LINEAS
                       PERFORM 42000-REEMPLAZAR-Y-ESCRIBIR
                   END-PERFORM
                   PERFORM 41300-ESCRIBIR-SERIE
               END-IF
               CLOSE CERTIFICADO
               IF NOT WSS-FS-CERT-OK
                   DISPLAY 'ERROR EN EL CLOSE DE ' WSV-NOMBRE-CERT
                   DISPLAY 'FILE STATUS ' WSS-FS-CERT
               ELSE
               IF WSS-CERT-OK
                   ADD 1 TO WSV-CONT-CERTIFICADOS
               END-IF
               END-IF
           END-IF.

      *TOMA EL NUMERO DE SERIE DE LA CONSTANCIA Y LA ASIENTA EN EL
      *REGISTRO VIA RUTCERT; SIN SERIE LA CONSTANCIA NO SE EMITE
       41200-REGISTRAR-SERIE.
           SET WSS-CERT-EMITIR TO TRUE
           MOVE 'C' TO REG-CERT-TIPO
           MOVE WST-AL-NRO(IND-AL) TO REG-CERT-NRO-ALUMNO
           MOVE WST-AL-NOMBRE(IND-AL) TO REG-CERT-NOMBRE
           MOVE WSV-PERIODO-DESDE TO REG-CERT-DESDE
           MOVE WSV-PERIODO-HASTA TO REG-CERT-HASTA
           MOVE WSV-OPERADOR TO REG-CERT-OPERADOR
           MOVE WSV-PROMEDIO TO REG-CERT-PROMEDIO
           MOVE WST-AL-CONT(IND-AL) TO REG-CERT-CANT-NOTAS
           MOVE SPACES TO REG-CERT-DESTINATARIO
           CALL WSC-RUTCERT USING REGISTRO-CERTIFICADO
           IF NOT WSS-CERT-OK
               DISPLAY WSV-ST-TEXTO-CERT
               DISPLAY 'NO SE EMITE LA CONSTANCIA DEL ALUMNO '
                       WST-AL-NRO(IND-AL)
           END-IF.

      *ESCRIBE AL PIE EL NUMERO DE SERIE DE LA CONSTANCIA
       41300-ESCRIBIR-SERIE.
           MOVE SPACES TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           MOVE REG-CERT-SERIE-R TO WSV-SERIE-R
           MOVE WSV-LINEA-SERIE TO REG-CERTIFICADO
           WRITE REG-CERTIFICADO
           IF NOT WSS-FS-CERT-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-CERT
               DISPLAY 'FILE STATUS ' WSS-FS-CERT
           END-IF.

      *APLICA LOS TRES REEMPLAZOS (&NOMBRE, &PROMEDIO, &PERIODO) A
               DISPLAY 'FILE STATUS ' WSS-FS-CERT
           END-IF.

      *CONSULTA LAS RETENCIONES VIGENTES DEL ALUMNO; SIN RETENCION
      *QUEDA AUTORIZADO, CON RETENCION HACE FALTA UN OPERADOR DE
      *DIRECCION Y LA AUTORIZACION SE ASIENTA VIA RUTRETEN
       43000-CONTROLAR-RETENCION.
           MOVE 'S' TO WSV-AUTORIZADO
           SET WSS-RET-BUSCAR TO TRUE
           MOVE WST-AL-NRO(IND-AL) TO REG-RET-NRO-ALUMNO
           CALL WSC-RUTRETEN USING REGISTRO-RETENCION
           IF WSS-RET-RETENIDO
               DISPLAY 'ALUMNO ' WST-AL-NRO(IND-AL) ' '
                       WST-AL-NOMBRE(IND-AL) ' CON RETENCION ('
                       REG-RET-TIPOS ') ' REG-RET-DETALLE
               PERFORM 44000-AUTORIZAR-DIRECCION
               IF WSS-AUTORIZADO
                   SET WSS-RET-AUTORIZAR TO TRUE
                   MOVE 'CERTIF' TO REG-RET-PROGRAMA
                   MOVE WSV-AUTORIZANTE TO REG-RET-AUTORIZANTE
                   CALL WSC-RUTRETEN USING REGISTRO-RETENCION
                   IF WSS-RET-ERROR
                       DISPLAY WSV-ST-TEXTO-RET
                   END-IF
               END-IF
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       44000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA NO EMITIR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION, NO SE EMITE LA CONSTANCIA'
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

      *CARGA RESPONSABLES.DAT EN MEMORIA PARA RESOLVER &RESPONSABLE
      *Y &TELEFONO; SI EL ARCHIVO NO EXISTE LOS REEMPLAZOS QUEDAN
      *EN BLANCO
