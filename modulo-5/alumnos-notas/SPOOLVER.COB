      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Consulta del spool de listados. RUTLIST deja cada
      *listado que cierra en SPLnnnnnn.LIS y lo anota en el catalogo
      *SPOOL.CAT; desde aca se buscan los listados por programa y
      *rango de fechas de corrida, se ve uno en pantalla (de a una
      *pagina) o se reimprime copiandolo a un archivo (por omision
      *con el nombre que tuvo el listado original), para cuando un
      *padre discute un boletin o contaduria pide el listado del mes
      *pasado. La depuracion por antiguedad la hace SPOOLPUR.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. SPOOLVER.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CATALOGO    ASSIGN TO DISK 'SPOOL.CAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CATALOGO.

       SELECT OPTIONAL LISTADO     ASSIGN TO DYNAMIC WSV-NOMBRE-LISTADO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-LISTADO.

       SELECT COPIA                ASSIGN TO DYNAMIC WSV-NOMBRE-COPIA
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-COPIA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CATALOGO.
       COPY REG-SPOOL.

       FD LISTADO.
       01 REG-LISTADO                      PIC X(80).

       FD COPIA.
       01 REG-COPIA                        PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CATALOGO                  PIC X(02).
           88 WSS-FS-CATALOGO-OK               VALUE '00' '05'.
           88 WSS-FS-CATALOGO-EOF              VALUE '10'.

       01 WSS-FS-LISTADO                   PIC X(02).
           88 WSS-FS-LISTADO-OK                VALUE '00'.
           88 WSS-FS-LISTADO-EOF               VALUE '10'.

       01 WSS-FS-COPIA                     PIC X(02).
           88 WSS-FS-COPIA-OK                  VALUE '00'.

       01 WSV-NOMBRE-LISTADO               PIC X(20).
       01 WSV-NOMBRE-COPIA                 PIC X(20).

      *CATALOGO COMPLETO EN MEMORIA, UN RENGLON POR LISTADO
       01 WSC-MAX-SPOOL                    PIC 9(04) VALUE 2000.
       01 WSV-CONT-SPOOL                   PIC S9(4) COMP VALUE 0.
       01 WST-CATALOGO.
           05 WST-SPOOL-REG      OCCURS 2000 TIMES INDEXED BY IND
                                           PIC X(103).

       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-PROGRAMA-E                   PIC X(08).
       01 WSV-FECHA-DESDE-E                PIC 9(08).
       01 WSV-FECHA-HASTA-E                PIC 9(08).
       01 WSV-NRO-E                        PIC 9(06).
       01 WSV-CONT-LISTADOS                PIC 9(04) VALUE 0.
       01 WSV-CONT-LINEAS                  PIC 9(06) VALUE 0.
       01 WSV-LINEAS-PAGINA                PIC 9(02) VALUE 0.
       01 WSC-LINEAS-POR-PAGINA            PIC 9(02) VALUE 60.
       01 WSV-SEGUIR                       PIC X(01).
           88 WSS-TERMINAR                     VALUE 'F' 'f'.
       01 WSV-ENCONTRADO                   PIC X(01).
           88 WSS-ENCONTRADO                   VALUE 'S'.

      *RENGLON DEL CATALOGO EN PANTALLA
       01 WSV-FECHA-R.
           05 WSV-FEC-DIA                  PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-FEC-MES                  PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-FEC-ANIO                 PIC 9(04).
       01 WSV-HORA-R.
           05 WSV-HOR-HH                   PIC 9(02).
           05 FILLER                       PIC X(01) VALUE ':'.
           05 WSV-HOR-MM                   PIC 9(02).
       01 WSV-PAGINAS-EDIT                 PIC ZZZ9.

       01 WSV-LINEA.
           05 FILLER                       PIC X(78) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *CARGA SPOOL.CAT COMPLETO EN MEMORIA; SI NO EXISTE TODAVIA
      *NINGUN LISTADO PASO POR EL SPOOL
       10000-CARGAR-TABLA.
           OPEN INPUT CATALOGO
           IF NOT WSS-FS-CATALOGO-OK
               DISPLAY 'ERROR EN EL OPEN DE SPOOL.CAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CATALOGO
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-CATALOGO-EOF
           CLOSE CATALOGO
           MOVE WSV-CONT-SPOOL TO WSV-CONT-LISTADOS
           DISPLAY 'LISTADOS EN EL SPOOL: ' WSV-CONT-LISTADOS.

       11000-LEER-Y-CARGAR.
           READ CATALOGO
           IF WSS-FS-CATALOGO-OK
               IF WSV-CONT-SPOOL >= WSC-MAX-SPOOL
                   DISPLAY 'SPOOL.CAT NO ENTRA EN MEMORIA, CORRER '
                           'SPOOLPUR ANTES DE CONSULTAR'
                   CLOSE CATALOGO
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-SPOOL
               SET IND TO WSV-CONT-SPOOL
               MOVE REG-SPOOL TO WST-SPOOL-REG(IND)
           END-IF.

       20000-MENU.
           DISPLAY '1. BUSCAR LISTADOS POR PROGRAMA Y FECHAS'
           DISPLAY '2. VER UN LISTADO EN PANTALLA'
           DISPLAY '3. REIMPRIMIR UN LISTADO'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-BUSCAR-LISTADOS
               WHEN 2 PERFORM 22000-VER-LISTADO
               WHEN 3 PERFORM 23000-REIMPRIMIR-LISTADO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *LISTA EL CATALOGO FILTRADO POR PROGRAMA (ENTER = TODOS) Y POR
      *RANGO DE FECHAS DE CORRIDA (0 = SIN LIMITE)
       21000-BUSCAR-LISTADOS.
           DISPLAY 'PROGRAMA (ENTER = TODOS): '
           MOVE SPACES TO WSV-PROGRAMA-E
           ACCEPT WSV-PROGRAMA-E
           INSPECT WSV-PROGRAMA-E CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'CORRIDOS DESDE AAAAMMDD (0 = SIN LIMITE): '
           MOVE 0 TO WSV-FECHA-DESDE-E
           ACCEPT WSV-FECHA-DESDE-E
           DISPLAY 'CORRIDOS HASTA AAAAMMDD (0 = SIN LIMITE): '
           MOVE 0 TO WSV-FECHA-HASTA-E
           ACCEPT WSV-FECHA-HASTA-E
           IF WSV-FECHA-HASTA-E = 0
               MOVE 99999999 TO WSV-FECHA-HASTA-E
           END-IF
           MOVE 0 TO WSV-CONT-LISTADOS
           DISPLAY WSV-LINEA
           DISPLAY 'NRO    PROGRAMA FECHA      HORA  PERIODO'
                   '                 PAGS OPE'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-SPOOL
               MOVE WST-SPOOL-REG(IND) TO REG-SPOOL
               IF (WSV-PROGRAMA-E = SPACES
                   OR REG-SPL-PROGRAMA = WSV-PROGRAMA-E)
                  AND REG-SPL-FECHA >= WSV-FECHA-DESDE-E
                  AND REG-SPL-FECHA <= WSV-FECHA-HASTA-E
                   PERFORM 26000-MOSTRAR-ENTRADA
                   ADD 1 TO WSV-CONT-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'LISTADOS ENCONTRADOS: ' WSV-CONT-LISTADOS.

      *MUESTRA EN PANTALLA EL LISTADO PEDIDO, DE A UNA PAGINA
       22000-VER-LISTADO.
           PERFORM 27000-BUSCAR-NRO
           IF NOT WSS-ENCONTRADO
               DISPLAY 'NO HAY EN EL SPOOL UN LISTADO NRO ' WSV-NRO-E
           ELSE
               PERFORM 26000-MOSTRAR-ENTRADA
               MOVE REG-SPL-ARCHIVO TO WSV-NOMBRE-LISTADO
               OPEN INPUT LISTADO
               IF NOT WSS-FS-LISTADO-OK
                   DISPLAY 'NO SE PUDO ABRIR ' WSV-NOMBRE-LISTADO
                           ' (FILE STATUS ' WSS-FS-LISTADO ')'
               ELSE
                   MOVE 0 TO WSV-LINEAS-PAGINA
                   MOVE SPACE TO WSV-SEGUIR
                   PERFORM 22100-MOSTRAR-LINEA
                       UNTIL WSS-FS-LISTADO-EOF OR WSS-TERMINAR
                   CLOSE LISTADO
               END-IF
           END-IF.

       22100-MOSTRAR-LINEA.
           READ LISTADO
           IF WSS-FS-LISTADO-OK
               DISPLAY REG-LISTADO
               ADD 1 TO WSV-LINEAS-PAGINA
               IF WSV-LINEAS-PAGINA >= WSC-LINEAS-POR-PAGINA
                   MOVE 0 TO WSV-LINEAS-PAGINA
                   DISPLAY 'ENTER PARA SEGUIR, F PARA TERMINAR: '
                   MOVE SPACE TO WSV-SEGUIR
                   ACCEPT WSV-SEGUIR
               END-IF
           ELSE
               IF NOT WSS-FS-LISTADO-EOF
                   DISPLAY 'ERROR EN EL READ DE ' WSV-NOMBRE-LISTADO
                   DISPLAY 'FILE STATUS ' WSS-FS-LISTADO
                   MOVE '10' TO WSS-FS-LISTADO
               END-IF
           END-IF.

      *COPIA EL LISTADO DEL SPOOL A UN ARCHIVO PARA IMPRIMIRLO; POR
      *OMISION CON EL NOMBRE QUE TUVO EL LISTADO ORIGINAL
       23000-REIMPRIMIR-LISTADO.
           PERFORM 27000-BUSCAR-NRO
           IF NOT WSS-ENCONTRADO
               DISPLAY 'NO HAY EN EL SPOOL UN LISTADO NRO ' WSV-NRO-E
           ELSE
               PERFORM 26000-MOSTRAR-ENTRADA
               DISPLAY 'ARCHIVO DE SALIDA (ENTER = '
                       REG-SPL-ORIGEN '): '
               MOVE SPACES TO WSV-NOMBRE-COPIA
               ACCEPT WSV-NOMBRE-COPIA
               IF WSV-NOMBRE-COPIA = SPACES
                   MOVE REG-SPL-ORIGEN TO WSV-NOMBRE-COPIA
               END-IF
               MOVE REG-SPL-ARCHIVO TO WSV-NOMBRE-LISTADO
               IF WSV-NOMBRE-COPIA = WSV-NOMBRE-LISTADO
                   DISPLAY 'LA COPIA NO PUEDE PISAR EL SPOOL'
               ELSE
                   PERFORM 23100-COPIAR-LISTADO
               END-IF
           END-IF.

       23100-COPIAR-LISTADO.
           OPEN INPUT LISTADO
           IF NOT WSS-FS-LISTADO-OK
               DISPLAY 'NO SE PUDO ABRIR ' WSV-NOMBRE-LISTADO
                       ' (FILE STATUS ' WSS-FS-LISTADO ')'
           ELSE
               OPEN OUTPUT COPIA
               IF NOT WSS-FS-COPIA-OK
                   DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-COPIA
                   DISPLAY 'FILE STATUS ' WSS-FS-COPIA
               ELSE
                   MOVE 0 TO WSV-CONT-LINEAS
                   PERFORM 23200-COPIAR-LINEA
                       UNTIL WSS-FS-LISTADO-EOF
                   CLOSE COPIA
                   DISPLAY 'LISTADO ' REG-SPL-NRO ' REIMPRESO EN '
                           WSV-NOMBRE-COPIA ' (' WSV-CONT-LINEAS
                           ' LINEAS)'
               END-IF
               CLOSE LISTADO
           END-IF.

       23200-COPIAR-LINEA.
           READ LISTADO
           IF WSS-FS-LISTADO-OK
               MOVE REG-LISTADO TO REG-COPIA
               WRITE REG-COPIA
               IF NOT WSS-FS-COPIA-OK
                   DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-COPIA
                   DISPLAY 'FILE STATUS ' WSS-FS-COPIA
               ELSE
                   ADD 1 TO WSV-CONT-LINEAS
               END-IF
           ELSE
               IF NOT WSS-FS-LISTADO-EOF
                   DISPLAY 'ERROR EN EL READ DE ' WSV-NOMBRE-LISTADO
                   DISPLAY 'FILE STATUS ' WSS-FS-LISTADO
                   MOVE '10' TO WSS-FS-LISTADO
               END-IF
           END-IF.

      *MUESTRA LA ENTRADA DEL CATALOGO QUE ESTA EN EL AREA DEL
      *REGISTRO
       26000-MOSTRAR-ENTRADA.
           MOVE REG-SPL-FECHA(7:2) TO WSV-FEC-DIA
           MOVE REG-SPL-FECHA(5:2) TO WSV-FEC-MES
           MOVE REG-SPL-FECHA(1:4) TO WSV-FEC-ANIO
           MOVE REG-SPL-HORA(1:2) TO WSV-HOR-HH
           MOVE REG-SPL-HORA(3:2) TO WSV-HOR-MM
           MOVE REG-SPL-PAGINAS TO WSV-PAGINAS-EDIT
           DISPLAY REG-SPL-NRO ' ' REG-SPL-PROGRAMA ' ' WSV-FECHA-R
                   ' ' WSV-HORA-R ' ' REG-SPL-PERIODO ' '
                   WSV-PAGINAS-EDIT ' ' REG-SPL-OPERADOR.

      *PIDE EL NUMERO DE LISTADO Y LO BUSCA EN LA TABLA; SI LO
      *ENCUENTRA DEJA LA ENTRADA EN EL AREA DEL REGISTRO
       27000-BUSCAR-NRO.
           DISPLAY 'INGRESE NRO DE LISTADO: '
           ACCEPT WSV-NRO-E
           MOVE 'N' TO WSV-ENCONTRADO
           SET IND TO 1
           PERFORM UNTIL IND > WSV-CONT-SPOOL OR WSS-ENCONTRADO
               MOVE WST-SPOOL-REG(IND) TO REG-SPOOL
               IF REG-SPL-NRO = WSV-NRO-E
                   SET WSS-ENCONTRADO TO TRUE
               ELSE
                   SET IND UP BY 1
               END-IF
           END-PERFORM.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
