      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Aumento masivo de la lista de precios PRECIOS.DAT
      *(EJES6034): sube por un porcentaje, desde una fecha de
      *vigencia, el precio de todos los codigos del catalogo o solo
      *los de una categoria de CODSERV.DAT. Primero muestra el
      *listado previo codigo por codigo con el precio vigente a esa
      *fecha y el precio nuevo, y recien con la confirmacion agrega
      *los precios nuevos al archivo; los precios anteriores quedan
      *para la historia. No se aumenta un codigo sin precio a esa
      *fecha, uno que ya tiene precio con esa misma vigencia o uno
      *que ya tiene cargado un precio posterior.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6035.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL PRECIOS ASSIGN TO DISK 'PRECIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PRECIOS.

       SELECT CATALOGO         ASSIGN TO DISK 'CODSERV.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CATALOGO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PRECIOS.
       01 REG-PRECIO.
           05 REG-PRE-CODIGO       PIC X(03).
           05 REG-PRE-VIGENCIA     PIC 9(08).
           05 REG-PRE-PRECIO       PIC 9(05)V9(02).

       FD CATALOGO.
       01 REG-CATALOGO.
           05 REG-CAT-CODIGO       PIC X(03).
           05 REG-CAT-DESCRIP      PIC X(30).
           05 REG-CAT-TASA         PIC 9(01).
           05 REG-CAT-CATEGORIA    PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PRECIOS           PIC X(02).
           88 WSS-FS-PRECIOS-OK        VALUE '00' '05'.
           88 WSS-FS-PRECIOS-EOF       VALUE '10'.

       01 WSS-FS-CATALOGO          PIC X(02).
           88 WSS-FS-CATALOGO-OK       VALUE '00'.
           88 WSS-FS-CATALOGO-EOF      VALUE '10'.

      *LISTA DE PRECIOS CARGADA EN MEMORIA
       01 WSC-MAX-PRECIOS          PIC 9(03) VALUE 500.
       01 WSV-CONT-PRECIOS         PIC S9(4) COMP VALUE 0.
       01 WST-PRECIOS.
           05 WST-PRECIO-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IND-PRE.
               10 WST-PR-CODIGO        PIC X(03).
               10 WST-PR-VIGENCIA      PIC 9(08).
               10 WST-PR-PRECIO        PIC 9(05)V9(02).

      *CATALOGO DE CODIGOS DE SERVICIO CARGADO EN MEMORIA
       01 WSC-MAX-CODIGOS          PIC 9(02) VALUE 50.
       01 WSV-CONT-CODIGOS         PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-CAT-ITEM         OCCURS 50 TIMES
                                   INDEXED BY IND-CAT.
               10 WST-CAT-CODIGO   PIC X(03).
               10 WST-CAT-DESCRIP  PIC X(30).
               10 WST-CAT-CATEGORIA PIC X(10).

      *PRECIOS NUEVOS DEL LISTADO PREVIO, A GRABAR SI SE CONFIRMA
       01 WSV-CONT-AUMENTOS        PIC S9(4) COMP VALUE 0.
       01 WST-AUMENTOS.
           05 WST-AUMENTO-ITEM     OCCURS 50 TIMES
                                   INDEXED BY IND-AUM.
               10 WST-AU-CODIGO        PIC X(03).
               10 WST-AU-PRECIO        PIC 9(05)V9(02).

       01 WSV-PORCENTAJE-E         PIC 9(03)V9(02).
       01 WSV-VIGENCIA-E           PIC 9(08).
       01 WSV-CATEGORIA-E          PIC X(10).
       01 WSV-CONFIRMA             PIC X(01).
           88 WSS-CONFIRMA             VALUE 'S' 's'.
           88 WSS-CONFIRMA-VALIDO      VALUE 'S' 's' 'N' 'n'.
       01 WSV-FECHA-HOY            PIC 9(08).

       01 WSV-VIGENCIA-HALLADA     PIC 9(08).
       01 WSV-PRECIO-ACTUAL        PIC 9(05)V9(02).
       01 WSV-PRECIO-NUEVO         PIC 9(07)V9(02).
       01 WSV-PRECIO-HALLADO       PIC X(01).
           88 WSS-PRECIO-HALLADO       VALUE 'S'.
       01 WSV-HAY-POSTERIOR        PIC X(01).
           88 WSS-HAY-POSTERIOR        VALUE 'S'.
       01 WSV-MOTIVO               PIC X(30).

       01 WSV-CONT-SELECCIONADOS   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SALTEADOS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS        PIC S9(4) COMP VALUE 0.
       01 WSV-ACTUAL-EDIT          PIC ZZZZ9.99.
       01 WSV-NUEVO-EDIT           PIC ZZZZZZ9.99.
       01 WSV-PORCENTAJE-EDIT      PIC ZZ9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(70) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-CARGAR-CATALOGO
           PERFORM 10000-CARGAR-PRECIOS
           PERFORM 15000-PEDIR-DATOS
           PERFORM 20000-LISTADO-PREVIO
           IF WSV-CONT-AUMENTOS = 0
               DISPLAY 'NINGUN CODIGO PARA AUMENTAR, NO SE GRABA'
           ELSE
               PERFORM 25000-PEDIR-CONFIRMACION
               IF WSS-CONFIRMA
                   PERFORM 30000-GRABAR-AUMENTOS
               ELSE
                   DISPLAY 'AUMENTO CANCELADO, NO SE GRABO NINGUN '
                           'PRECIO'
               END-IF
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6035' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-MODIFICA TO TRUE
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

      *CARGA EL CATALOGO CODSERV.DAT CON LA CATEGORIA DE CADA CODIGO
       05000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'NO SE PUDO ABRIR CODSERV.DAT, CARGAR EL '
                       'CATALOGO CON EJES6018 ANTES DEL AUMENTO'
               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 05100-LEER-Y-CARGAR-CAT UNTIL WSS-FS-CATALOGO-EOF
           CLOSE CATALOGO.

       05100-LEER-Y-CARGAR-CAT.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               IF WSV-CONT-CODIGOS >= WSC-MAX-CODIGOS
                   DISPLAY 'TABLA DEL CATALOGO LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CATALOGO
               ELSE
                   ADD 1 TO WSV-CONT-CODIGOS
                   SET IND-CAT TO WSV-CONT-CODIGOS
                   MOVE REG-CAT-CODIGO TO WST-CAT-CODIGO(IND-CAT)
                   MOVE REG-CAT-DESCRIP TO WST-CAT-DESCRIP(IND-CAT)
                   MOVE REG-CAT-CATEGORIA
                       TO WST-CAT-CATEGORIA(IND-CAT)
               END-IF
           END-IF.

       10000-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS
           IF NOT WSS-FS-PRECIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PRECIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-PRECIOS-EOF
           CLOSE PRECIOS
           IF WSV-CONT-PRECIOS = 0
               DISPLAY 'PRECIOS.DAT VACIO, CARGAR LOS PRECIOS CON '
                       'EJES6034 ANTES DEL AUMENTO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

       11000-LEER-Y-CARGAR.
           READ PRECIOS
           IF WSS-FS-PRECIOS-OK
               IF WSV-CONT-PRECIOS >= WSC-MAX-PRECIOS
                   DISPLAY 'TABLA DE PRECIOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PRECIOS
               ELSE
                   ADD 1 TO WSV-CONT-PRECIOS
                   SET IND-PRE TO WSV-CONT-PRECIOS
                   MOVE REG-PRE-CODIGO TO WST-PR-CODIGO(IND-PRE)
                   MOVE REG-PRE-VIGENCIA TO WST-PR-VIGENCIA(IND-PRE)
                   MOVE REG-PRE-PRECIO TO WST-PR-PRECIO(IND-PRE)
               END-IF
           END-IF.

      *PORCENTAJE, FECHA DE VIGENCIA (NO ANTERIOR A HOY: LO YA
      *FACTURADO NO CAMBIA) Y CATEGORIA, EN BLANCO PARA TODAS
       15000-PEDIR-DATOS.
           MOVE 0 TO WSV-PORCENTAJE-E
           PERFORM UNTIL WSV-PORCENTAJE-E > 0
               DISPLAY 'INGRESE PORCENTAJE DE AUMENTO (999V99): '
               ACCEPT WSV-PORCENTAJE-E
           END-PERFORM
           MOVE 0 TO WSV-VIGENCIA-E
           PERFORM UNTIL WSV-VIGENCIA-E >= WSV-FECHA-HOY
                   AND WSV-VIGENCIA-E <= 20991231
                   AND WSV-VIGENCIA-E(5:2) >= '01'
                   AND WSV-VIGENCIA-E(5:2) <= '12'
                   AND WSV-VIGENCIA-E(7:2) >= '01'
                   AND WSV-VIGENCIA-E(7:2) <= '31'
               DISPLAY 'INGRESE VIGENCIA DESDE (AAAAMMDD, NO ANTERIOR '
                       'A ' WSV-FECHA-HOY '): '
               ACCEPT WSV-VIGENCIA-E
           END-PERFORM
           MOVE SPACES TO WSV-CATEGORIA-E
           DISPLAY 'INGRESE CATEGORIA (EN BLANCO TODOS LOS CODIGOS): '
           ACCEPT WSV-CATEGORIA-E.

      *LISTADO PREVIO: POR CADA CODIGO DE LA CATEGORIA MUESTRA EL
      *PRECIO VIGENTE A LA FECHA Y EL NUEVO, O EL MOTIVO POR EL QUE
      *NO SE AUMENTA
       20000-LISTADO-PREVIO.
           MOVE WSV-PORCENTAJE-E TO WSV-PORCENTAJE-EDIT
           DISPLAY WSV-LINEA
           DISPLAY 'LISTADO PREVIO DEL AUMENTO DEL ' WSV-PORCENTAJE-EDIT
                   ' % DESDE EL ' WSV-VIGENCIA-E
           IF WSV-CATEGORIA-E = SPACES
               DISPLAY 'TODAS LAS CATEGORIAS'
           ELSE
               DISPLAY 'CATEGORIA ' WSV-CATEGORIA-E
           END-IF
           DISPLAY 'COD DESCRIPCION                      ACTUAL'
                   '      NUEVO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > WSV-CONT-CODIGOS
               IF WSV-CATEGORIA-E = SPACES
                  OR WST-CAT-CATEGORIA(IND-CAT) = WSV-CATEGORIA-E
                   PERFORM 21000-PREVER-CODIGO
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'CODIGOS DE LA SELECCION: ' WSV-CONT-SELECCIONADOS
           DISPLAY 'CODIGOS A AUMENTAR:      ' WSV-CONT-AUMENTOS
           DISPLAY 'CODIGOS SALTEADOS:       ' WSV-CONT-SALTEADOS
           DISPLAY WSV-LINEA.

       21000-PREVER-CODIGO.
           ADD 1 TO WSV-CONT-SELECCIONADOS
           PERFORM 22000-BUSCAR-PRECIO-VIGENTE
           MOVE SPACES TO WSV-MOTIVO
           MOVE 0 TO WSV-PRECIO-NUEVO
           IF WSS-PRECIO-HALLADO
               COMPUTE WSV-PRECIO-NUEVO ROUNDED =
                       WSV-PRECIO-ACTUAL *
                       (100 + WSV-PORCENTAJE-E) / 100
           END-IF
           EVALUATE TRUE
               WHEN NOT WSS-PRECIO-HALLADO
                   MOVE 'SIN PRECIO A ESA FECHA' TO WSV-MOTIVO
               WHEN WSV-VIGENCIA-HALLADA = WSV-VIGENCIA-E
                   MOVE 'YA TIENE PRECIO CON ESA FECHA' TO WSV-MOTIVO
               WHEN WSS-HAY-POSTERIOR
                   MOVE 'TIENE UN PRECIO POSTERIOR' TO WSV-MOTIVO
               WHEN WSV-PRECIO-NUEVO > 99999.99
                   MOVE 'EL PRECIO NUEVO NO ENTRA' TO WSV-MOTIVO
           END-EVALUATE
           MOVE WSV-PRECIO-ACTUAL TO WSV-ACTUAL-EDIT
           IF WSV-MOTIVO = SPACES
               ADD 1 TO WSV-CONT-AUMENTOS
               SET IND-AUM TO WSV-CONT-AUMENTOS
               MOVE WST-CAT-CODIGO(IND-CAT) TO WST-AU-CODIGO(IND-AUM)
               MOVE WSV-PRECIO-NUEVO TO WST-AU-PRECIO(IND-AUM)
               MOVE WSV-PRECIO-NUEVO TO WSV-NUEVO-EDIT
               DISPLAY WST-CAT-CODIGO(IND-CAT) ' '
                       WST-CAT-DESCRIP(IND-CAT) ' ' WSV-ACTUAL-EDIT
                       ' ' WSV-NUEVO-EDIT
           ELSE
               ADD 1 TO WSV-CONT-SALTEADOS
               DISPLAY WST-CAT-CODIGO(IND-CAT) ' '
                       WST-CAT-DESCRIP(IND-CAT) ' ' WSV-ACTUAL-EDIT
                       ' NO SE AUMENTA: ' WSV-MOTIVO
           END-IF.

      *PRECIO DE MAYOR VIGENCIA DEL CODIGO QUE NO PASE LA FECHA DEL
      *AUMENTO; ADEMAS MARCA SI HAY UNO CARGADO PARA DESPUES
       22000-BUSCAR-PRECIO-VIGENTE.
           MOVE 'N' TO WSV-PRECIO-HALLADO
           MOVE 'N' TO WSV-HAY-POSTERIOR
           MOVE 0 TO WSV-VIGENCIA-HALLADA
           MOVE 0 TO WSV-PRECIO-ACTUAL
           PERFORM VARYING IND-PRE FROM 1 BY 1
                   UNTIL IND-PRE > WSV-CONT-PRECIOS
               IF WST-PR-CODIGO(IND-PRE) = WST-CAT-CODIGO(IND-CAT)
                   IF WST-PR-VIGENCIA(IND-PRE) > WSV-VIGENCIA-E
                       SET WSS-HAY-POSTERIOR TO TRUE
                   ELSE
                       IF WST-PR-VIGENCIA(IND-PRE) >=
                               WSV-VIGENCIA-HALLADA
                           SET WSS-PRECIO-HALLADO TO TRUE
                           MOVE WST-PR-VIGENCIA(IND-PRE)
                               TO WSV-VIGENCIA-HALLADA
                           MOVE WST-PR-PRECIO(IND-PRE)
                               TO WSV-PRECIO-ACTUAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       25000-PEDIR-CONFIRMACION.
           MOVE SPACES TO WSV-CONFIRMA
           PERFORM UNTIL WSS-CONFIRMA-VALIDO
               DISPLAY 'CONFIRMA EL AUMENTO DE ' WSV-CONT-AUMENTOS
                       ' PRECIOS (S/N)? '
               ACCEPT WSV-CONFIRMA
           END-PERFORM.

      *AGREGA LOS PRECIOS NUEVOS AL FINAL DE PRECIOS.DAT; EJES6034
      *LOS ORDENA AL CARGAR
       30000-GRABAR-AUMENTOS.
           OPEN EXTEND PRECIOS
           IF NOT WSS-FS-PRECIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PRECIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-AUM FROM 1 BY 1
                   UNTIL IND-AUM > WSV-CONT-AUMENTOS
               MOVE WST-AU-CODIGO(IND-AUM) TO REG-PRE-CODIGO
               MOVE WSV-VIGENCIA-E TO REG-PRE-VIGENCIA
               MOVE WST-AU-PRECIO(IND-AUM) TO REG-PRE-PRECIO
               WRITE REG-PRECIO
               IF WSS-FS-PRECIOS-OK
                   ADD 1 TO WSV-CONT-GRABADOS
               ELSE
                   DISPLAY 'ERROR EN EL WRITE DE PRECIOS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               END-IF
           END-PERFORM
           CLOSE PRECIOS
           DISPLAY 'PRECIOS NUEVOS GRABADOS: ' WSV-CONT-GRABADOS.

       FIN-DEL-PROGRAMA.
           STOP RUN.
