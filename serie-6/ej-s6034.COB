      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento de la lista de precios PRECIOS.DAT
      *de los codigos de servicio de CODSERV.DAT, con fecha de
      *vigencia: cada registro es codigo, vigente desde AAAAMMDD y
      *precio unitario. El precio de un periodo es el de mayor
      *vigencia que no pase el dia 1 del periodo; un aumento se carga
      *como un registro nuevo con su fecha, sin pisar el anterior, asi
      *la historia queda. Alta validando el codigo contra el catalogo
      *y rechazando codigo y vigencia repetidos, modificacion y baja
      *solo de precios que todavia no rigen, historia de un codigo y
      *lista de precios vigentes a una fecha. EJES6011 y EJES6033
      *proponen el precio de esta lista; EJES6035 hace los aumentos
      *masivos por porcentaje.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6034.
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

      *LISTA DE PRECIOS EN MEMORIA, ORDENADA POR CODIGO Y VIGENCIA;
      *SE REGRABA AL SALIR
       01 WSC-MAX-PRECIOS          PIC 9(03) VALUE 500.
       01 WSV-CONT-PRECIOS         PIC S9(4) COMP VALUE 0.
       01 WST-PRECIOS.
           05 WST-PRECIO-ITEM      OCCURS 500 TIMES INDEXED BY IND.
               10 WST-PR-CODIGO        PIC X(03).
               10 WST-PR-VIGENCIA      PIC 9(08).
               10 WST-PR-PRECIO        PIC 9(05)V9(02).
               10 WST-PR-BAJA          PIC X(01) VALUE 'N'.
                   88 WSS-PR-DE-BAJA       VALUE 'S'.

      *CATALOGO DE CODIGOS DE SERVICIO CARGADO EN MEMORIA
       01 WSC-MAX-CODIGOS          PIC 9(02) VALUE 50.
       01 WSV-CONT-CODIGOS         PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-CAT-ITEM         OCCURS 50 TIMES
                                   INDEXED BY IND-CAT.
               10 WST-CAT-CODIGO   PIC X(03).
               10 WST-CAT-DESCRIP  PIC X(30).

       01 WSV-BUSQUEDA             PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.
       01 WSV-BUSQUEDA-CAT         PIC X(02).
           88 WSS-BUSQUEDA-CAT-OK      VALUE 'OK'.
           88 WSS-BUSQUEDA-CAT-NO      VALUE 'NO'.
       01 WSV-PRECIO-HALLADO       PIC X(01).
           88 WSS-PRECIO-HALLADO       VALUE 'S'.

       01 WSV-CODIGO-E             PIC X(03).
       01 WSV-VIGENCIA-E           PIC 9(08).
       01 WSV-PRECIO-E             PIC 9(05)V9(02).
       01 WSV-FECHA-HOY            PIC 9(08).
       01 WSV-POSICION             PIC S9(4) COMP.
       01 WSV-SUB                  PIC S9(4) COMP.
       01 WSV-POS-VIGENTE          PIC S9(4) COMP.
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CONT-CAMBIOS         PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADOS        PIC S9(4) COMP VALUE 0.
       01 WSV-PRECIO-EDIT          PIC ZZZZ9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 05000-CARGAR-CATALOGO
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6034' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
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

      *PERMISO DEL ROL DEL OPERADOR PARA LA ACCION DE LA OPCION
      *ELEGIDA; EL RECHAZO QUEDA EN PERMISOS-LOG.DAT
       02100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

      *CARGA EL CATALOGO CODSERV.DAT; SIN CATALOGO NO SE PUEDE
      *VALIDAR NINGUN CODIGO Y EL MANTENIMIENTO NO CORRE
       05000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'NO SE PUDO ABRIR CODSERV.DAT, CARGAR EL '
                       'CATALOGO CON EJES6018 ANTES DE LOS PRECIOS'
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
               END-IF
           END-IF.

      *BUSCA EL CODIGO INGRESADO EN EL CATALOGO Y DEJA IND-CAT
      *POSICIONADO SI LO ENCUENTRA
       05500-VALIDAR-CODIGO.
           SET WSS-BUSQUEDA-CAT-NO TO TRUE
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > WSV-CONT-CODIGOS
                       OR WSS-BUSQUEDA-CAT-OK
               IF WST-CAT-CODIGO(IND-CAT) = WSV-CODIGO-E
                   SET WSS-BUSQUEDA-CAT-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-CAT-OK
               SET IND-CAT DOWN BY 1
           END-IF.

      *CARGA PRECIOS.DAT INSERTANDO CADA REGISTRO EN ORDEN, PORQUE
      *EJES6035 AGREGA LOS AUMENTOS AL FINAL DEL ARCHIVO
       10000-CARGAR-TABLA.
           OPEN INPUT PRECIOS
           IF NOT WSS-FS-PRECIOS-OK
               DISPLAY 'ERROR EN EL OPEN DE PRECIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-PRECIOS-EOF
           CLOSE PRECIOS.

       11000-LEER-Y-CARGAR.
           READ PRECIOS
           IF WSS-FS-PRECIOS-OK
               IF WSV-CONT-PRECIOS >= WSC-MAX-PRECIOS
                   DISPLAY 'TABLA DE PRECIOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-PRECIOS
               ELSE
                   MOVE REG-PRE-CODIGO TO WSV-CODIGO-E
                   MOVE REG-PRE-VIGENCIA TO WSV-VIGENCIA-E
                   MOVE REG-PRE-PRECIO TO WSV-PRECIO-E
                   PERFORM 12000-INSERTAR-PRECIO
               END-IF
           END-IF.

      *INSERTA CODIGO, VIGENCIA Y PRECIO INGRESADOS EN SU LUGAR DE LA
      *TABLA, CORRIENDO UN LUGAR HACIA ABAJO LOS POSTERIORES
       12000-INSERTAR-PRECIO.
           MOVE 1 TO WSV-POSICION
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PRECIOS
               IF WST-PR-CODIGO(IND) < WSV-CODIGO-E
                  OR (WST-PR-CODIGO(IND) = WSV-CODIGO-E
                      AND WST-PR-VIGENCIA(IND) <= WSV-VIGENCIA-E)
                   SET WSV-POSICION TO IND
                   ADD 1 TO WSV-POSICION
               END-IF
           END-PERFORM
           PERFORM VARYING WSV-SUB FROM WSV-CONT-PRECIOS BY -1
                   UNTIL WSV-SUB < WSV-POSICION
               MOVE WST-PRECIO-ITEM(WSV-SUB)
                   TO WST-PRECIO-ITEM(WSV-SUB + 1)
           END-PERFORM
           ADD 1 TO WSV-CONT-PRECIOS
           SET IND TO WSV-POSICION
           MOVE WSV-CODIGO-E TO WST-PR-CODIGO(IND)
           MOVE WSV-VIGENCIA-E TO WST-PR-VIGENCIA(IND)
           MOVE WSV-PRECIO-E TO WST-PR-PRECIO(IND)
           MOVE 'N' TO WST-PR-BAJA(IND).

       20000-MENU.
           DISPLAY '1. AGREGAR UN PRECIO'
           DISPLAY '2. MODIFICAR UN PRECIO QUE AUN NO RIGE'
           DISPLAY '3. ELIMINAR UN PRECIO QUE AUN NO RIGE'
           DISPLAY '4. HISTORIA DE PRECIOS DE UN CODIGO'
           DISPLAY '5. LISTA DE PRECIOS VIGENTES A UNA FECHA'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-PRECIO
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-MODIFICAR-PRECIO
                   END-IF
               WHEN 3
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-PRECIO
                   END-IF
               WHEN 4 PERFORM 24000-HISTORIA-CODIGO
               WHEN 5 PERFORM 25000-LISTA-VIGENTE
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *ALTA: EL CODIGO TIENE QUE ESTAR EN EL CATALOGO Y NO PUEDE HABER
      *OTRO PRECIO DEL MISMO CODIGO CON LA MISMA VIGENCIA
       21000-AGREGAR-PRECIO.
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-CODIGO-E
           PERFORM 05500-VALIDAR-CODIGO
           IF NOT WSS-BUSQUEDA-CAT-OK
               DISPLAY 'EL CODIGO NO ESTA EN CODSERV.DAT'
           ELSE
               DISPLAY 'SERVICIO: ' WST-CAT-DESCRIP(IND-CAT)
               PERFORM 26000-PEDIR-VIGENCIA
               PERFORM 27000-BUSCAR-PRECIO
               IF WSS-BUSQUEDA-OK
                   MOVE WST-PR-PRECIO(IND) TO WSV-PRECIO-EDIT
                   DISPLAY 'YA HAY UN PRECIO DE ESE CODIGO CON ESA '
                           'VIGENCIA: ' WSV-PRECIO-EDIT
               ELSE
                   IF WSV-CONT-PRECIOS >= WSC-MAX-PRECIOS
                       DISPLAY 'TABLA DE PRECIOS LLENA'
                   ELSE
                       PERFORM 28000-PEDIR-PRECIO
                       PERFORM 12000-INSERTAR-PRECIO
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'PRECIO AGREGADO'
                   END-IF
               END-IF
           END-IF.

      *UN PRECIO QUE YA RIGE PUDO HABERSE FACTURADO: NO SE TOCA, SE
      *CARGA UNA VIGENCIA NUEVA
       22000-MODIFICAR-PRECIO.
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-CODIGO-E
           PERFORM 26000-PEDIR-VIGENCIA
           PERFORM 27000-BUSCAR-PRECIO
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'NO EXISTE ESE PRECIO'
               WHEN WST-PR-VIGENCIA(IND) <= WSV-FECHA-HOY
                   DISPLAY 'ESE PRECIO YA RIGE, CARGAR UNO NUEVO CON '
                           'OTRA VIGENCIA'
               WHEN OTHER
                   MOVE WST-PR-PRECIO(IND) TO WSV-PRECIO-EDIT
                   DISPLAY 'PRECIO ACTUAL: ' WSV-PRECIO-EDIT
                   PERFORM 28000-PEDIR-PRECIO
                   MOVE WSV-PRECIO-E TO WST-PR-PRECIO(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'PRECIO ACTUALIZADO'
           END-EVALUATE.

       23000-ELIMINAR-PRECIO.
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-CODIGO-E
           PERFORM 26000-PEDIR-VIGENCIA
           PERFORM 27000-BUSCAR-PRECIO
           EVALUATE TRUE
               WHEN NOT WSS-BUSQUEDA-OK
                   DISPLAY 'NO EXISTE ESE PRECIO'
               WHEN WST-PR-VIGENCIA(IND) <= WSV-FECHA-HOY
                   DISPLAY 'ESE PRECIO YA RIGE, NO SE PUEDE ELIMINAR'
               WHEN OTHER
                   MOVE 'S' TO WST-PR-BAJA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'PRECIO ELIMINADO'
           END-EVALUATE.

       24000-HISTORIA-CODIGO.
           DISPLAY 'INGRESE CODIGO DE SERVICIO: '
           ACCEPT WSV-CODIGO-E
           MOVE 0 TO WSV-CONT-LISTADOS
           DISPLAY WSV-LINEA
           DISPLAY 'COD VIGENCIA   PRECIO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PRECIOS
               IF WST-PR-CODIGO(IND) = WSV-CODIGO-E
                  AND NOT WSS-PR-DE-BAJA(IND)
                   PERFORM 24100-MOSTRAR-PRECIO
                   ADD 1 TO WSV-CONT-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'PRECIOS LISTADOS: ' WSV-CONT-LISTADOS.

       24100-MOSTRAR-PRECIO.
           MOVE WST-PR-PRECIO(IND) TO WSV-PRECIO-EDIT
           DISPLAY WST-PR-CODIGO(IND) ' ' WST-PR-VIGENCIA(IND) ' '
                   WSV-PRECIO-EDIT.

      *PARA CADA CODIGO DEL CATALOGO MUESTRA EL PRECIO DE MAYOR
      *VIGENCIA QUE NO PASE LA FECHA PEDIDA
       25000-LISTA-VIGENTE.
           PERFORM 26000-PEDIR-VIGENCIA
           MOVE 0 TO WSV-CONT-LISTADOS
           DISPLAY WSV-LINEA
           DISPLAY 'PRECIOS VIGENTES AL ' WSV-VIGENCIA-E
           DISPLAY 'COD DESCRIPCION                    VIGENCIA   '
                   'PRECIO'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-CAT FROM 1 BY 1
                   UNTIL IND-CAT > WSV-CONT-CODIGOS
               MOVE 'N' TO WSV-PRECIO-HALLADO
               PERFORM VARYING IND FROM 1 BY 1
                       UNTIL IND > WSV-CONT-PRECIOS
                   IF WST-PR-CODIGO(IND) = WST-CAT-CODIGO(IND-CAT)
                      AND WST-PR-VIGENCIA(IND) <= WSV-VIGENCIA-E
                      AND NOT WSS-PR-DE-BAJA(IND)
                       SET WSS-PRECIO-HALLADO TO TRUE
                       SET WSV-POS-VIGENTE TO IND
                   END-IF
               END-PERFORM
               IF WSS-PRECIO-HALLADO
                   SET IND TO WSV-POS-VIGENTE
                   MOVE WST-PR-PRECIO(IND) TO WSV-PRECIO-EDIT
                   DISPLAY WST-CAT-CODIGO(IND-CAT) ' '
                           WST-CAT-DESCRIP(IND-CAT) ' '
                           WST-PR-VIGENCIA(IND) ' ' WSV-PRECIO-EDIT
                   ADD 1 TO WSV-CONT-LISTADOS
               ELSE
                   DISPLAY WST-CAT-CODIGO(IND-CAT) ' '
                           WST-CAT-DESCRIP(IND-CAT) ' SIN PRECIO'
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'CODIGOS CON PRECIO: ' WSV-CONT-LISTADOS.

       26000-PEDIR-VIGENCIA.
           MOVE 0 TO WSV-VIGENCIA-E
           PERFORM UNTIL WSV-VIGENCIA-E >= 20000101
                   AND WSV-VIGENCIA-E <= 20991231
                   AND WSV-VIGENCIA-E(5:2) >= '01'
                   AND WSV-VIGENCIA-E(5:2) <= '12'
                   AND WSV-VIGENCIA-E(7:2) >= '01'
                   AND WSV-VIGENCIA-E(7:2) <= '31'
               DISPLAY 'INGRESE FECHA DE VIGENCIA (AAAAMMDD): '
               ACCEPT WSV-VIGENCIA-E
           END-PERFORM.

      *BUSCA UN PRECIO NO ELIMINADO POR CODIGO Y VIGENCIA
       27000-BUSCAR-PRECIO.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-PRECIOS
                       OR WSS-BUSQUEDA-OK
               IF WST-PR-CODIGO(IND) = WSV-CODIGO-E
                       AND WST-PR-VIGENCIA(IND) = WSV-VIGENCIA-E
                       AND NOT WSS-PR-DE-BAJA(IND)
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND DOWN BY 1
           END-IF.

       28000-PEDIR-PRECIO.
           MOVE 0 TO WSV-PRECIO-E
           PERFORM UNTIL WSV-PRECIO-E > 0
               DISPLAY 'INGRESE PRECIO UNITARIO: '
               ACCEPT WSV-PRECIO-E
           END-PERFORM.

       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT PRECIOS
               IF NOT WSS-FS-PRECIOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE PRECIOS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-PRECIOS
                       IF NOT WSS-PR-DE-BAJA(IND)
                           MOVE WST-PR-CODIGO(IND) TO REG-PRE-CODIGO
                           MOVE WST-PR-VIGENCIA(IND)
                               TO REG-PRE-VIGENCIA
                           MOVE WST-PR-PRECIO(IND) TO REG-PRE-PRECIO
                           WRITE REG-PRECIO
                           IF NOT WSS-FS-PRECIOS-OK
                               DISPLAY 'ERROR EN EL WRITE DE '
                                       'PRECIOS.DAT'
                               DISPLAY 'FILE STATUS ' WSS-FS-PRECIOS
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE PRECIOS
                   DISPLAY 'CAMBIOS GRABADOS EN PRECIOS.DAT'
               END-IF
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
