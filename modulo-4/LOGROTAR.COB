      *   rotacion se aborta de verdad sin tocar nada (antes ya
      *   habia entradas copiadas a los archivos mensuales y una
      *   corrida posterior las duplicaba).
      * 2026 10 - Las entradas del log llegan con numero de secuencia y
      *   valor de control encadenado (RUTARCH). Por cada mes archivado
      *   se deja ademas en LOG-RESUMEN.DAT un registro 'SEQ' con el
      *   nombre del archivo mensual, la cantidad de entradas y el
      *   primer y ultimo eslabon de la cadena que se llevaron, para que
      *   la cadena siga de un archivo al otro y al log vivo y LOGVERIF
      *   pueda verificarla.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 REG-PARAMETROS.
           05 REG-PRM-MESES-RETENCION  PIC 9(02).

      *LAS ENTRADAS TERMINAN EN EL NUMERO DE SECUENCIA (211:9) Y EL
      *VALOR DE CONTROL ENCADENADO (220:9) QUE ESCRIBE RUTARCH
       FD LOG-CAMBIOS.
       01 REG-LOG-CAMBIOS          PIC X(228).

       FD ARCHIVO-MES.
       01 REG-ARCHIVO-MES          PIC X(228).

       FD RESUMEN.
       01 REG-RESUMEN.
           05 REG-RES-ARCHIVO          PIC X(30).
           05 REG-RES-OPCION           PIC X(03).
           05 REG-RES-CANTIDAD         PIC 9(06).
      *SOLO EN LOS REGISTROS 'SEQ' (UNO POR MES ARCHIVADO, CON EL
      *NOMBRE DEL ARCHIVO MENSUAL): PRIMER Y ULTIMO NUMERO DE
      *SECUENCIA Y ULTIMO VALOR DE CONTROL LLEVADOS A ESE ARCHIVO, PARA
      *QUE LA CADENA SIGA DE UN ARCHIVO AL OTRO Y AL LOG VIVO
           05 REG-RES-SEC-DESDE        PIC 9(09).
           05 REG-RES-SEC-HASTA        PIC 9(09).
           05 REG-RES-CONTROL          PIC 9(09).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS        PIC X(02).
       01 WSV-CONT-A-CONSERVAR     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-A-ARCHIVAR      PIC S9(7) COMP VALUE 0.
       01 WST-VIVAS.
           05 WST-VIVA-REG         PIC X(228) OCCURS 1000.
       01 WSV-SUB-VI               PIC 9(04).

      *RESUMEN POR MES + ARCHIVO + OPERACION
               10 WST-RE-ARCHIVO       PIC X(30).
               10 WST-RE-OPCION        PIC X(03).
               10 WST-RE-CANTIDAD      PIC 9(06).
               10 WST-RE-SEC-DESDE     PIC 9(09).
               10 WST-RE-SEC-HASTA     PIC 9(09).
               10 WST-RE-CONTROL       PIC 9(09).

       01 WSV-CONT-ARCHIVADAS      PIC S9(7) COMP VALUE 0.
       01 WSV-OPCION-ENTRADA       PIC X(03).
       01 WSV-ARCHIVO-ENTRADA      PIC X(30).
       01 WSV-ENTRADA-SECUENCIA    PIC X(09).
       01 WSV-ENTRADA-SEC-NUM REDEFINES WSV-ENTRADA-SECUENCIA
                                   PIC 9(09).
       01 WSV-ENTRADA-CONTROL      PIC X(09).
       01 WSV-ENTRADA-CTL-NUM REDEFINES WSV-ENTRADA-CONTROL
                                   PIC 9(09).
       01 WSV-ULT-SEC-ARCHIVADA    PIC 9(09) VALUE 0.
       01 WSV-RESUMEN-VISTO        PIC X(01).
           88 WSS-RESUMEN-VISTO        VALUE 'S'.

           ADD 1 TO WSV-CONT-ARCHIVADAS
           MOVE REG-LOG-CAMBIOS(17:3) TO WSV-OPCION-ENTRADA
           MOVE REG-LOG-CAMBIOS(178:30) TO WSV-ARCHIVO-ENTRADA
           PERFORM 23000-SUMAR-AL-RESUMEN
           PERFORM 24000-LLEVAR-ESLABON.

       23000-SUMAR-AL-RESUMEN.
           MOVE 'N' TO WSV-RESUMEN-VISTO
                   MOVE WSV-OPCION-ENTRADA
                       TO WST-RE-OPCION(IND-RE)
                   MOVE 1 TO WST-RE-CANTIDAD(IND-RE)
                   MOVE 0 TO WST-RE-SEC-DESDE(IND-RE)
                   MOVE 0 TO WST-RE-SEC-HASTA(IND-RE)
                   MOVE 0 TO WST-RE-CONTROL(IND-RE)
               END-IF
           END-IF.

      *CUENTA LA ENTRADA EN EL REGISTRO 'SEQ' DE SU ARCHIVO MENSUAL Y
      *LLEVA AHI EL PRIMER Y ULTIMO ESLABON DE LA CADENA ARCHIVADOS.
      *LAS ENTRADAS ANTERIORES A LA CADENA (SIN SECUENCIA) SOLO SE
      *CUENTAN
       24000-LLEVAR-ESLABON.
           MOVE 'SEQ' TO WSV-OPCION-ENTRADA
           MOVE WSV-NOMBRE-ARCHIVO TO WSV-ARCHIVO-ENTRADA
           PERFORM 23000-SUMAR-AL-RESUMEN
           MOVE REG-LOG-CAMBIOS(211:9) TO WSV-ENTRADA-SECUENCIA
           MOVE REG-LOG-CAMBIOS(220:9) TO WSV-ENTRADA-CONTROL
           IF WSV-ENTRADA-SECUENCIA NUMERIC
                   AND WSV-ENTRADA-CONTROL NUMERIC
               MOVE WSV-ENTRADA-SEC-NUM TO WSV-ULT-SEC-ARCHIVADA
               PERFORM VARYING IND-RE FROM 1 BY 1
                       UNTIL IND-RE > WSV-CONT-RESUMEN
                   IF WST-RE-PERIODO(IND-RE) = WSV-PERIODO-ENTRADA
                           AND WST-RE-ARCHIVO(IND-RE) =
                               WSV-ARCHIVO-ENTRADA
                           AND WST-RE-OPCION(IND-RE) = 'SEQ'
                       IF WST-RE-SEC-DESDE(IND-RE) = 0
                           MOVE WSV-ENTRADA-SEC-NUM
                               TO WST-RE-SEC-DESDE(IND-RE)
                       END-IF
                       MOVE WSV-ENTRADA-SEC-NUM
                           TO WST-RE-SEC-HASTA(IND-RE)
                       MOVE WSV-ENTRADA-CTL-NUM
                           TO WST-RE-CONTROL(IND-RE)
                   END-IF
               END-PERFORM
           END-IF.

      *REGRABA EL LOG VIVO SOLO CON LAS ENTRADAS RECIENTES
       40000-REGRABAR-LOG-VIVO.
           OPEN OUTPUT LOG-CAMBIOS
                   MOVE WST-RE-OPCION(IND-RE) TO REG-RES-OPCION
                   MOVE WST-RE-CANTIDAD(IND-RE)
                       TO REG-RES-CANTIDAD
                   MOVE WST-RE-SEC-DESDE(IND-RE) TO REG-RES-SEC-DESDE
                   MOVE WST-RE-SEC-HASTA(IND-RE) TO REG-RES-SEC-HASTA
                   MOVE WST-RE-CONTROL(IND-RE) TO REG-RES-CONTROL
                   WRITE REG-RESUMEN
                   IF NOT WSS-FS-RESUMEN-OK
                       DISPLAY 'ERROR EN EL WRITE DE '
           DISPLAY 'ENTRADAS ARCHIVADAS:       ' WSV-CONT-ARCHIVADAS
           DISPLAY 'ENTRADAS EN EL LOG VIVO:   ' WSV-CONT-VIVAS
           DISPLAY 'RESUMENES EN LOG-RESUMEN:  ' WSV-CONT-RESUMEN
           DISPLAY 'ULTIMA SECUENCIA ARCHIVADA:' WSV-ULT-SEC-ARCHIVADA
           DISPLAY WSV-LINEA.

      *DA FIN AL PROGRAMA
