      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Conversion unica de los archivos de la cadena de
      *clientes al nro de cliente de 8 digitos de CLIENTES.DAT:
      *CUENTAS.DAT, MOVCLI.DAT, PAGOS.DAT, PAGOS-RECHAZADOS.DAT,
      *CONVENIOS.DAT, RECARGOS-DIARIO.DAT, PROVISION.DAT y
      *TRANSACCIONES.DAT traian la clave vieja de 2 digitos. Cada
      *archivo se lee en el layout viejo y se graba con la clave
      *ensanchada en un .NEW (CUENTAS.NEW, MOVCLI.NEW, ...), con la
      *cantidad de registros y los totales de control (suma de nros
      *de cliente y suma del importe principal) antes y despues. El
      *operador renombra cada .NEW a .DAT una vez controlado el
      *informe. Un archivo que no esta se saltea, y uno que ya viene
      *con la clave de 8 digitos se detecta y no se migra dos veces.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6031.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VIEJO            ASSIGN TO DYNAMIC WSV-NOMBRE-VIEJO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-VIEJO.

       SELECT NUEVO            ASSIGN TO DYNAMIC WSV-NOMBRE-NUEVO
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-NUEVO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD VIEJO.
       01 REG-VIEJO                PIC X(80).

       FD NUEVO.
       01 REG-NUEVO                PIC X(86).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-VIEJO             PIC X(02).
           88 WSS-FS-VIEJO-OK          VALUE '00'.
           88 WSS-FS-VIEJO-EOF         VALUE '10'.
           88 WSS-FS-VIEJO-NO-EXISTE   VALUE '35'.

       01 WSS-FS-NUEVO             PIC X(02).
           88 WSS-FS-NUEVO-OK          VALUE '00'.

       01 WSV-NOMBRE-VIEJO         PIC X(20).
       01 WSV-NOMBRE-NUEVO         PIC X(20).

      *ARCHIVOS A CONVERTIR. POR CADA UNO, EN EL LAYOUT VIEJO:
      *POSICION DE LA CLAVE DE 2 DIGITOS, LARGO DEL REGISTRO, CONTROL
      *DE ARCHIVO YA MIGRADO (L = HAY DATOS DESPUES DEL LARGO VIEJO,
      *C = LA POSICION DE CONTROL, QUE EN EL LAYOUT VIEJO ES UNA
      *LETRA, TRAE UN DIGITO), POSICION DE CONTROL, POSICION Y LARGO
      *DEL IMPORTE PRINCIPAL, CANTIDAD DE DECIMALES DEL IMPORTE E
      *IMPORTE CON SIGNO (S/N)
       01 WSC-ARCHIVOS.
           05 FILLER               PIC X(20) VALUE 'CUENTAS.DAT'.
           05 FILLER               PIC X(12) VALUE '0146L003372N'.
           05 FILLER               PIC X(20) VALUE 'MOVCLI.DAT'.
           05 FILLER               PIC X(12) VALUE '0147C111272N'.
           05 FILLER               PIC X(20) VALUE 'PAGOS.DAT'.
           05 FILLER               PIC X(12) VALUE '0129C181172N'.
           05 FILLER               PIC X(20)
                                   VALUE 'PAGOS-RECHAZADOS.DAT'.
           05 FILLER               PIC X(12) VALUE '0121C181172N'.
           05 FILLER               PIC X(20) VALUE 'CONVENIOS.DAT'.
           05 FILLER               PIC X(12) VALUE '0143L001192N'.
           05 FILLER               PIC X(20)
                                   VALUE 'RECARGOS-DIARIO.DAT'.
           05 FILLER               PIC X(12) VALUE '0729L001672N'.
           05 FILLER               PIC X(20) VALUE 'PROVISION.DAT'.
           05 FILLER               PIC X(12) VALUE '0925L001192N'.
           05 FILLER               PIC X(20)
                                   VALUE 'TRANSACCIONES.DAT'.
           05 FILLER               PIC X(12) VALUE '0105L000330S'.
       01 WST-ARCHIVOS REDEFINES WSC-ARCHIVOS.
           05 WST-ARCHIVO-ITEM     OCCURS 8 TIMES INDEXED BY IND-AR.
               10 WST-AR-NOMBRE        PIC X(20).
               10 WST-AR-POS-CLAVE     PIC 9(02).
               10 WST-AR-LARGO-VIEJO   PIC 9(02).
               10 WST-AR-CONTROL       PIC X(01).
                   88 WSS-AR-CONTROL-LARGO     VALUE 'L'.
                   88 WSS-AR-CONTROL-CLASE     VALUE 'C'.
               10 WST-AR-POS-CONTROL   PIC 9(02).
               10 WST-AR-POS-IMPORTE   PIC 9(02).
               10 WST-AR-LARGO-IMPORTE PIC 9(01).
               10 WST-AR-DECIMALES     PIC 9(01).
               10 WST-AR-SIGNO         PIC X(01).
                   88 WSS-AR-CON-SIGNO         VALUE 'S'.
       01 WSC-CANT-ARCHIVOS        PIC 9(02) VALUE 8.

       01 WSV-ESTADO-ARCHIVO       PIC X(01).
           88 WSS-ARCH-MIGRADO         VALUE 'M'.
           88 WSS-ARCH-NO-EXISTE       VALUE 'X'.
           88 WSS-ARCH-YA-MIGRADO      VALUE 'Y'.
           88 WSS-ARCH-CON-ERROR       VALUE 'E'.

       01 WSV-CONT-LEIDOS          PIC S9(6) COMP VALUE 0.
       01 WSV-CONT-GRABADOS        PIC S9(6) COMP VALUE 0.
       01 WSV-CONT-RECHAZADOS      PIC S9(6) COMP VALUE 0.
       01 WSV-TOT-CLAVE-ANT        PIC 9(11) VALUE 0.
       01 WSV-TOT-CLAVE-DES        PIC 9(11) VALUE 0.
       01 WSV-TOT-IMPORTE-ANT      PIC S9(11)V9(02) VALUE 0.
       01 WSV-TOT-IMPORTE-DES      PIC S9(11)V9(02) VALUE 0.

       01 WSV-CONT-ARCH-MIGRADOS   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-ARCH-SALTEADOS  PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-ARCH-DIFERENCIA PIC S9(4) COMP VALUE 0.

       01 WSV-CLAVE-VIEJA-X        PIC X(02).
       01 WSV-CLAVE-VIEJA REDEFINES WSV-CLAVE-VIEJA-X
                                   PIC 9(02).
       01 WSV-CLAVE-NUEVA          PIC 9(08).
       01 WSV-POS-RESTO-VIEJO      PIC 9(02).
       01 WSV-POS-RESTO-NUEVO      PIC 9(02).
       01 WSV-LARGO-PREFIJO        PIC 9(02).
       01 WSV-POS-CONTROL-LARGO    PIC 9(02).

      *IMPORTE TOMADO DE UN REGISTRO (VIEJO O NUEVO) PARA LOS TOTALES
       01 WSV-REG-IMPORTE          PIC X(86).
       01 WSV-POS-IMPORTE          PIC 9(02).
       01 WSV-IMPORTE-ENTERO       PIC 9(09).
       01 WSV-IMPORTE-SIGNO-X      PIC X(03).
       01 WSV-IMPORTE-SIGNO REDEFINES WSV-IMPORTE-SIGNO-X
                                   PIC S9(03).
       01 WSV-IMPORTE              PIC S9(09)V9(02).

       01 WSV-CLAVE-EDIT           PIC ZZZZZZZZZZ9.
       01 WSV-IMPORTE-EDIT         PIC -----------9.99.

       01 WSV-LINEA.
           05 FILLER               PIC X(60) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY WSV-LINEA
           DISPLAY 'CONVERSION DE LA CADENA DE CLIENTES A LA CLAVE '
                   'DE 8 DIGITOS'
           PERFORM VARYING IND-AR FROM 1 BY 1
                   UNTIL IND-AR > WSC-CANT-ARCHIVOS
               PERFORM 10000-MIGRAR-ARCHIVO
               PERFORM 20000-INFORMAR-ARCHIVO
           END-PERFORM
           PERFORM 30000-INFORMAR-RESUMEN
           PERFORM FIN-DEL-PROGRAMA.

      *CONVIERTE UN ARCHIVO DE LA TABLA: LEE EL LAYOUT VIEJO Y GRABA
      *EL .NEW CON LA CLAVE ENSANCHADA, ACUMULANDO LOS TOTALES DE
      *CONTROL DE AMBOS LADOS
       10000-MIGRAR-ARCHIVO.
           MOVE 0 TO WSV-CONT-LEIDOS
           MOVE 0 TO WSV-CONT-GRABADOS
           MOVE 0 TO WSV-CONT-RECHAZADOS
           MOVE 0 TO WSV-TOT-CLAVE-ANT
           MOVE 0 TO WSV-TOT-CLAVE-DES
           MOVE 0 TO WSV-TOT-IMPORTE-ANT
           MOVE 0 TO WSV-TOT-IMPORTE-DES
           SET WSS-ARCH-MIGRADO TO TRUE
           MOVE WST-AR-NOMBRE(IND-AR) TO WSV-NOMBRE-VIEJO
           MOVE SPACES TO WSV-NOMBRE-NUEVO
           STRING WST-AR-NOMBRE(IND-AR) DELIMITED BY '.DAT'
                  '.NEW' DELIMITED BY SIZE
               INTO WSV-NOMBRE-NUEVO
           COMPUTE WSV-LARGO-PREFIJO = WST-AR-POS-CLAVE(IND-AR) - 1
           COMPUTE WSV-POS-RESTO-VIEJO = WST-AR-POS-CLAVE(IND-AR) + 2
           COMPUTE WSV-POS-RESTO-NUEVO = WST-AR-POS-CLAVE(IND-AR) + 8
           COMPUTE WSV-POS-CONTROL-LARGO =
                   WST-AR-LARGO-VIEJO(IND-AR) + 1
           OPEN INPUT VIEJO
           IF WSS-FS-VIEJO-NO-EXISTE
               SET WSS-ARCH-NO-EXISTE TO TRUE
           ELSE
               IF NOT WSS-FS-VIEJO-OK
                   DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-VIEJO
                   DISPLAY 'FILE STATUS ' WSS-FS-VIEJO
                   SET WSS-ARCH-CON-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT NUEVO
                   IF NOT WSS-FS-NUEVO-OK
                       DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-NUEVO
                       DISPLAY 'FILE STATUS ' WSS-FS-NUEVO
                       SET WSS-ARCH-CON-ERROR TO TRUE
                   ELSE
                       PERFORM 11000-MIGRAR-REGISTRO
                           UNTIL WSS-FS-VIEJO-EOF
                       CLOSE NUEVO
                       IF WSS-ARCH-YA-MIGRADO
                           PERFORM 14000-VACIAR-NUEVO
                       END-IF
                   END-IF
                   CLOSE VIEJO
               END-IF
           END-IF.

      *LEE UN REGISTRO DEL LAYOUT VIEJO Y LO GRABA CON LA CLAVE DE 8
      *DIGITOS; UN REGISTRO QUE YA TRAE EL LAYOUT NUEVO CORTA LA
      *CONVERSION DEL ARCHIVO
       11000-MIGRAR-REGISTRO.
           READ VIEJO
           IF WSS-FS-VIEJO-OK
               PERFORM 12000-CONTROLAR-LAYOUT
               IF WSS-ARCH-YA-MIGRADO
                   MOVE HIGH-VALUE TO WSS-FS-VIEJO
               ELSE
                   ADD 1 TO WSV-CONT-LEIDOS
                   MOVE REG-VIEJO(WST-AR-POS-CLAVE(IND-AR):2)
                       TO WSV-CLAVE-VIEJA-X
                   IF WSV-CLAVE-VIEJA-X IS NOT NUMERIC
                       ADD 1 TO WSV-CONT-RECHAZADOS
                       DISPLAY 'REGISTRO ' WSV-CONT-LEIDOS ' CON '
                               'CLAVE NO NUMERICA (' WSV-CLAVE-VIEJA-X
                               '), NO SE GRABA'
                   ELSE
                       PERFORM 13000-GRABAR-NUEVO
                   END-IF
               END-IF
           ELSE
               IF NOT WSS-FS-VIEJO-EOF
                   DISPLAY 'ERROR EN EL READ DE ' WSV-NOMBRE-VIEJO
                   DISPLAY 'FILE STATUS ' WSS-FS-VIEJO
                   SET WSS-ARCH-CON-ERROR TO TRUE
                   MOVE HIGH-VALUE TO WSS-FS-VIEJO
               END-IF
           END-IF.

      *UN ARCHIVO YA MIGRADO TRAE DATOS DESPUES DEL LARGO VIEJO, O UN
      *DIGITO DONDE EL LAYOUT VIEJO TIENE UNA LETRA (TIPO O MEDIO)
       12000-CONTROLAR-LAYOUT.
           IF WSS-AR-CONTROL-LARGO(IND-AR)
               IF REG-VIEJO(WSV-POS-CONTROL-LARGO:6) NOT = SPACES
                   SET WSS-ARCH-YA-MIGRADO TO TRUE
               END-IF
           ELSE
               IF REG-VIEJO(WST-AR-POS-CONTROL(IND-AR):1) IS NUMERIC
                   SET WSS-ARCH-YA-MIGRADO TO TRUE
               END-IF
           END-IF.

      *ARMA EL REGISTRO NUEVO (PREFIJO + CLAVE DE 8 DIGITOS + RESTO),
      *LO GRABA Y SUMA LOS TOTALES DE CONTROL TOMADOS DEL REGISTRO
      *VIEJO Y DEL NUEVO
       13000-GRABAR-NUEVO.
           ADD WSV-CLAVE-VIEJA TO WSV-TOT-CLAVE-ANT
           MOVE REG-VIEJO TO WSV-REG-IMPORTE
           MOVE WST-AR-POS-IMPORTE(IND-AR) TO WSV-POS-IMPORTE
           PERFORM 15000-TOMAR-IMPORTE
           ADD WSV-IMPORTE TO WSV-TOT-IMPORTE-ANT
           MOVE SPACES TO REG-NUEVO
           IF WSV-LARGO-PREFIJO > 0
               MOVE REG-VIEJO(1:WSV-LARGO-PREFIJO)
                   TO REG-NUEVO(1:WSV-LARGO-PREFIJO)
           END-IF
           MOVE WSV-CLAVE-VIEJA TO WSV-CLAVE-NUEVA
           MOVE WSV-CLAVE-NUEVA TO REG-NUEVO(WST-AR-POS-CLAVE(IND-AR):8)
           MOVE REG-VIEJO(WSV-POS-RESTO-VIEJO:)
               TO REG-NUEVO(WSV-POS-RESTO-NUEVO:)
           WRITE REG-NUEVO
           IF NOT WSS-FS-NUEVO-OK
               DISPLAY 'ERROR EN EL WRITE DE ' WSV-NOMBRE-NUEVO
               DISPLAY 'FILE STATUS ' WSS-FS-NUEVO
               SET WSS-ARCH-CON-ERROR TO TRUE
           ELSE
               ADD 1 TO WSV-CONT-GRABADOS
               MOVE REG-NUEVO(WST-AR-POS-CLAVE(IND-AR):8)
                   TO WSV-CLAVE-NUEVA
               ADD WSV-CLAVE-NUEVA TO WSV-TOT-CLAVE-DES
               MOVE REG-NUEVO TO WSV-REG-IMPORTE
               COMPUTE WSV-POS-IMPORTE =
                       WST-AR-POS-IMPORTE(IND-AR) + 6
               PERFORM 15000-TOMAR-IMPORTE
               ADD WSV-IMPORTE TO WSV-TOT-IMPORTE-DES
           END-IF.

      *UN ARCHIVO YA MIGRADO NO DEJA UN .NEW A MEDIAS: SE REABRE Y
      *SE CIERRA VACIO
       14000-VACIAR-NUEVO.
           OPEN OUTPUT NUEVO
           CLOSE NUEVO.

      *TOMA EL IMPORTE PRINCIPAL DE WSV-REG-IMPORTE EN LA POSICION
      *WSV-POS-IMPORTE CON EL LARGO, DECIMALES Y SIGNO DE LA TABLA;
      *UN IMPORTE NO NUMERICO SUMA CERO
       15000-TOMAR-IMPORTE.
           MOVE 0 TO WSV-IMPORTE
           IF WSS-AR-CON-SIGNO(IND-AR)
               MOVE WSV-REG-IMPORTE(WSV-POS-IMPORTE:3)
                   TO WSV-IMPORTE-SIGNO-X
               IF WSV-IMPORTE-SIGNO IS NUMERIC
                   MOVE WSV-IMPORTE-SIGNO TO WSV-IMPORTE
               END-IF
           ELSE
               IF WSV-REG-IMPORTE(WSV-POS-IMPORTE:
                                  WST-AR-LARGO-IMPORTE(IND-AR))
                   IS NUMERIC
                   MOVE WSV-REG-IMPORTE(WSV-POS-IMPORTE:
                                        WST-AR-LARGO-IMPORTE(IND-AR))
                       TO WSV-IMPORTE-ENTERO
                   IF WST-AR-DECIMALES(IND-AR) = 2
                       COMPUTE WSV-IMPORTE = WSV-IMPORTE-ENTERO / 100
                   ELSE
                       MOVE WSV-IMPORTE-ENTERO TO WSV-IMPORTE
                   END-IF
               END-IF
           END-IF.

       20000-INFORMAR-ARCHIVO.
           DISPLAY WSV-LINEA
           DISPLAY 'ARCHIVO ' WSV-NOMBRE-VIEJO
           EVALUATE TRUE
               WHEN WSS-ARCH-NO-EXISTE
                   ADD 1 TO WSV-CONT-ARCH-SALTEADOS
                   DISPLAY '  NO ESTA, NO HAY NADA QUE CONVERTIR'
               WHEN WSS-ARCH-YA-MIGRADO
                   ADD 1 TO WSV-CONT-ARCH-SALTEADOS
                   DISPLAY '  YA TIENE LA CLAVE DE 8 DIGITOS, NO SE '
                           'MIGRA DOS VECES (' WSV-NOMBRE-NUEVO
                           ' QUEDA VACIO)'
               WHEN WSS-ARCH-CON-ERROR
                   ADD 1 TO WSV-CONT-ARCH-DIFERENCIA
                   DISPLAY '  CONVERSION CON ERRORES, NO RENOMBRAR '
                           WSV-NOMBRE-NUEVO
               WHEN OTHER
                   PERFORM 21000-INFORMAR-TOTALES
           END-EVALUATE.

       21000-INFORMAR-TOTALES.
           DISPLAY '  REGISTROS ANTES:    ' WSV-CONT-LEIDOS
           DISPLAY '  REGISTROS DESPUES:  ' WSV-CONT-GRABADOS
           IF WSV-CONT-RECHAZADOS > 0
               DISPLAY '  CLAVE NO NUMERICA:  ' WSV-CONT-RECHAZADOS
           END-IF
           MOVE WSV-TOT-CLAVE-ANT TO WSV-CLAVE-EDIT
           DISPLAY '  SUMA DE CLIENTES ANTES:   ' WSV-CLAVE-EDIT
           MOVE WSV-TOT-CLAVE-DES TO WSV-CLAVE-EDIT
           DISPLAY '  SUMA DE CLIENTES DESPUES: ' WSV-CLAVE-EDIT
           MOVE WSV-TOT-IMPORTE-ANT TO WSV-IMPORTE-EDIT
           DISPLAY '  SUMA DE IMPORTES ANTES:   ' WSV-IMPORTE-EDIT
           MOVE WSV-TOT-IMPORTE-DES TO WSV-IMPORTE-EDIT
           DISPLAY '  SUMA DE IMPORTES DESPUES: ' WSV-IMPORTE-EDIT
           IF WSV-CONT-LEIDOS = WSV-CONT-GRABADOS
              AND WSV-TOT-CLAVE-ANT = WSV-TOT-CLAVE-DES
              AND WSV-TOT-IMPORTE-ANT = WSV-TOT-IMPORTE-DES
               ADD 1 TO WSV-CONT-ARCH-MIGRADOS
               DISPLAY '  CONTROL OK, RENOMBRAR ' WSV-NOMBRE-NUEVO
                       ' A ' WSV-NOMBRE-VIEJO
           ELSE
               ADD 1 TO WSV-CONT-ARCH-DIFERENCIA
               DISPLAY '  LOS TOTALES NO COINCIDEN, REVISAR ANTES DE '
                       'RENOMBRAR ' WSV-NOMBRE-NUEVO
           END-IF.

       30000-INFORMAR-RESUMEN.
           DISPLAY WSV-LINEA
           DISPLAY 'ARCHIVOS CONVERTIDOS:     ' WSV-CONT-ARCH-MIGRADOS
           DISPLAY 'ARCHIVOS SALTEADOS:       ' WSV-CONT-ARCH-SALTEADOS
           DISPLAY 'ARCHIVOS CON DIFERENCIAS: '
                   WSV-CONT-ARCH-DIFERENCIA
           DISPLAY WSV-LINEA.

       FIN-DEL-PROGRAMA.
           STOP RUN.
