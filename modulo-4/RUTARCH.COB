      *   pasa de RANDOM a DYNAMIC para soportarlas. Con ellas un
      *   programa puede recorrer el archivo completo en orden de
      *   clave (LISTARCH) en vez de pescar claves de a una.
      * 2026 10 - Cada registro lleva un contador de cambios al final
      *   (los registros viejos de 65 bytes se leen con contador 0). REA
      *   y RNX lo devuelven en REG-VERSION-R; en REW y DEL el llamador
      *   informa en REG-VERSION-E el que leyo y, si el archivo ya tiene
      *   otro, la operacion se rechaza con el status 12 (MODIFICADO POR
      *   OTRA SESION) y los datos actuales en REG-ARCH-R. Con
      *   REG-VERSION-E en cero no se controla, como hasta ahora.
      * 2026 10 - Cada entrada del log de cambios lleva al final un
      *   numero de secuencia sin huecos y un valor de control
      *   encadenado con la entrada anterior (rutina RUTCADEN), para que
      *   LOGVERIF pueda detectar entradas editadas, borradas o
      *   perdidas. La cadena sigue desde la ultima entrada del log vivo
      *   o, si esta vacio, desde el ultimo eslabon que LOGROTAR dejo en
      *   LOG-RESUMEN.DAT.
      * 2026 10 - Los registros viejos de 65 bytes se leen con contador
      *   1 y el primer REW los graba con 2, para que EJE013C controle
      *   tambien los que nunca se modificaron; el cero queda solo para
      *   los llamadores batch que no leen antes (REPLARCH, MIGRARCH,
      *   PERSIMP).
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTARCH.
       SELECT LOG-CAMBIOS      ASSIGN TO DISK 'LOG-CAMBIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-LOG.

       SELECT OPTIONAL RESUMEN ASSIGN TO DISK 'LOG-RESUMEN.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RESUMEN.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA
           RECORD IS VARYING IN SIZE FROM 65 TO 70 CHARACTERS
           DEPENDING ON WSV-LONG-REGISTRO.
       01 REG-ENTRADA.
           05 REG-CLAVE            PIC X(4).
           05 REG-NOMBRE           PIC X(30).
           05 REG-FECHA            PIC X(10).
           05 REG-DNI              PIC X(10).
           05 REG-TELEFONO         PIC X(11).
      *CONTADOR DE CAMBIOS DEL REGISTRO. VA AL FINAL: LOS REGISTROS
      *GRABADOS ANTES DE AGREGARLO MIDEN 65 Y SE LEEN CON CONTADOR 1
           05 REG-VERSION          PIC 9(05).

       FD LOG-CAMBIOS.
       01 REG-LOG-CAMBIOS.
      *EL OPERADOR VA AL FINAL DEL REGISTRO: LAS ENTRADAS ESCRITAS
      *ANTES DE AGREGARLO SE LEEN CON OPERADOR EN BLANCO
           05 REG-LOG-OPERADOR       PIC X(03).
      *NUMERO DE SECUENCIA SIN HUECOS Y VALOR DE CONTROL ENCADENADO CON
      *LA ENTRADA ANTERIOR (RUTCADEN). LAS ENTRADAS ESCRITAS ANTES DE
      *AGREGARLOS SE LEEN EN BLANCO
           05 REG-LOG-SECUENCIA      PIC 9(09).
           05 REG-LOG-CONTROL        PIC 9(09).

      *RESUMEN DE LOGROTAR: DE CADA MES ARCHIVADO QUEDA UN REGISTRO
      *'SEQ' CON EL ULTIMO ESLABON DE LA CADENA QUE SE LLEVO
       FD RESUMEN.
       01 REG-RESUMEN.
           05 REG-RES-PERIODO          PIC 9(06).
           05 REG-RES-ARCHIVO          PIC X(30).
           05 REG-RES-OPCION           PIC X(03).
           05 REG-RES-CANTIDAD         PIC 9(06).
           05 REG-RES-SEC-DESDE        PIC 9(09).
           05 REG-RES-SEC-HASTA        PIC 9(09).
           05 REG-RES-CONTROL          PIC 9(09).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ENTRADA           PIC X(02).
       01 WSS-FS-LOG               PIC X(02).
           88 WSS-FS-LOG-OK           VALUE '00' '05'.

       01 WSS-FS-RESUMEN           PIC X(02).
           88 WSS-FS-RESUMEN-OK       VALUE '00' '05'.

      *ULTIMO ESLABON DE LA CADENA DEL LOG
       01 WSV-ULT-SECUENCIA      PIC 9(09).
       01 WSV-ULT-CONTROL        PIC 9(09).
       01 WSV-HAY-ENTRADAS       PIC X(01).
           88 WSS-HAY-ENTRADAS       VALUE 'S'.

       01 WSC-RUT-CADENA         PIC X(08) VALUE 'RUTCADEN'.
       COPY REG-CADENA.

       01 WSV-CONT-ENTRADA     PIC S9(4) COMP.

       01 WSC-LONG-COMPLETA      PIC 9(03) VALUE 70.
       01 WSV-LONG-REGISTRO      PIC 9(03) VALUE 70.

       01 WSS-CONTROL-VERSION    PIC X(01).
           88 WSS-VERSION-IGUAL      VALUE 'I'.
           88 WSS-VERSION-DISTINTA   VALUE 'D'.

       01 WSC-ARCHIVO-DEFECTO    PIC X(30)
                                 VALUE './DatosDePersonasV2.dat'.
       01 WSV-NOMBRE-ARCHIVO     PIC X(30)
           MOVE REG-CLAVE-E TO REG-CLAVE
           READ ENTRADA
           IF WSS-FS-ENTRADA-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-ENTRADA TO REG-ARCH-R
               MOVE REG-VERSION TO REG-VERSION-R
               ADD 1 TO WSV-CONT-ENTRADA
               SET WSS-ST-OK TO TRUE
           ELSE 
       27000-LEER-SIGUIENTE.
           READ ENTRADA NEXT RECORD
           IF WSS-FS-ENTRADA-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-ENTRADA TO REG-ARCH-R
               MOVE REG-VERSION TO REG-VERSION-R
               ADD 1 TO WSV-CONT-ENTRADA
               SET WSS-ST-OK TO TRUE
           ELSE
           END-IF.

       22000-ESCRIBIR-ARCHIVO.
           MOVE REG-ARCH-E TO REG-ENTRADA
           MOVE 1 TO REG-VERSION
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           WRITE REG-ENTRADA.
           IF WSS-FS-ENTRADA-OK
               ADD 1 TO WSV-CONT-ENTRADA
               MOVE REG-VERSION TO REG-VERSION-R
               SET WSS-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-ENTRADA TO WSV-ST-RETORNO

      *REESCRIBE UN REGISTRO YA EXISTENTE (LOCALIZADO POR REG-CLAVE-E),
      *LEYENDOLO PRIMERO PARA QUE EL LOG PUEDA GUARDAR TAMBIEN LOS
      *DATOS ANTERIORES AL CAMBIO, Y PARA CONTROLAR QUE NADIE LO HAYA
      *CAMBIADO DESDE QUE EL LLAMADOR LO LEYO
       23000-REESCRIBIR-ARCHIVO.
           MOVE REG-CLAVE-E TO REG-CLAVE
           READ ENTRADA
           IF WSS-FS-ENTRADA-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-NOMBRE TO WSV-LOG-NOMBRE-ANTES
               MOVE REG-FECHA TO WSV-LOG-FECHA-ANTES
               MOVE REG-DNI TO WSV-LOG-DNI-ANTES
               MOVE SPACES TO WSV-LOG-DNI-ANTES
               MOVE SPACES TO WSV-LOG-TELEF-ANTES
           END-IF
           PERFORM 20600-CONTROLAR-VERSION
           IF WSS-VERSION-DISTINTA
               PERFORM 23200-RECHAZAR-REESCRITURA
           ELSE
               PERFORM 23100-GRABAR-REESCRITURA
           END-IF.

       23100-GRABAR-REESCRITURA.
           MOVE REG-NOMBRE-E TO REG-NOMBRE
           MOVE REG-FECHA-E TO REG-FECHA
           MOVE REG-DNI-E TO REG-DNI
           MOVE REG-TELEFONO-E TO REG-TELEFONO
           ADD 1 TO REG-VERSION
               ON SIZE ERROR
                   MOVE 1 TO REG-VERSION
           END-ADD
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           REWRITE REG-ENTRADA.
           IF WSS-FS-ENTRADA-OK
               MOVE REG-VERSION TO REG-VERSION-R
               SET WSS-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-ENTRADA TO WSV-ST-RETORNO
           MOVE REG-TELEFONO TO WSV-LOG-TELEF-DESPUES
           PERFORM 25000-GRABAR-LOG-CAMBIO.

      *EL REGISTRO CAMBIO DESDE QUE EL LLAMADOR LO LEYO: NO SE TOCA, Y
      *EL LOG GUARDA LO QUE SE INTENTO GRABAR JUNTO CON EL RECHAZO
       23200-RECHAZAR-REESCRITURA.
           MOVE REG-CLAVE-E TO WSV-LOG-CLAVE
           MOVE REG-NOMBRE-E TO WSV-LOG-NOMBRE-DESPUES
           MOVE REG-FECHA-E TO WSV-LOG-FECHA-DESPUES
           MOVE REG-DNI-E TO WSV-LOG-DNI-DESPUES
           MOVE REG-TELEFONO-E TO WSV-LOG-TELEF-DESPUES
           PERFORM 25000-GRABAR-LOG-CAMBIO.

      *BORRA EL REGISTRO CUYA CLAVE ES REG-CLAVE-E, LEYENDOLO PRIMERO
      *PARA QUE EL LOG PUEDA GUARDAR LOS DATOS QUE TENIA ANTES DE
      *BORRARSE, Y PARA CONTROLAR QUE NADIE LO HAYA CAMBIADO DESDE QUE
      *EL LLAMADOR LO LEYO
       24000-BORRAR-ARCHIVO.
           MOVE REG-CLAVE-E TO REG-CLAVE
           READ ENTRADA
           IF WSS-FS-ENTRADA-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-NOMBRE TO WSV-LOG-NOMBRE-ANTES
               MOVE REG-FECHA TO WSV-LOG-FECHA-ANTES
               MOVE REG-DNI TO WSV-LOG-DNI-ANTES
               MOVE SPACES TO WSV-LOG-DNI-ANTES
               MOVE SPACES TO WSV-LOG-TELEF-ANTES
           END-IF
           PERFORM 20600-CONTROLAR-VERSION
           IF WSS-VERSION-IGUAL
               PERFORM 24100-GRABAR-BORRADO
           END-IF
           MOVE REG-CLAVE-E TO WSV-LOG-CLAVE
           MOVE SPACES TO WSV-LOG-NOMBRE-DESPUES
           MOVE SPACES TO WSV-LOG-FECHA-DESPUES
           MOVE SPACES TO WSV-LOG-DNI-DESPUES
           MOVE SPACES TO WSV-LOG-TELEF-DESPUES
           PERFORM 25000-GRABAR-LOG-CAMBIO.

       24100-GRABAR-BORRADO.
           DELETE ENTRADA.
           IF WSS-FS-ENTRADA-OK
               SET WSS-ST-OK TO TRUE
                   MOVE 'ERROR EN EL DELETE DEL ARCHIVO'
                   TO WSV-ST-TEXTO
               END-IF
           END-IF.

      *LOS REGISTROS DE 65 BYTES SON ANTERIORES AL CONTADOR DE CAMBIOS
      *Y SE TOMAN CON CONTADOR 1, COMO RECIEN GRABADOS: EL CERO QUEDA
      *PARA EL LLAMADOR QUE NO PIDE CONTROL, Y EL PRIMER REW LOS GRABA
      *LARGOS CON CONTADOR 2
       20500-TOMAR-VERSION.
           IF WSV-LONG-REGISTRO < WSC-LONG-COMPLETA
                   OR REG-VERSION NOT NUMERIC
                   OR REG-VERSION = 0
               MOVE 1 TO REG-VERSION
           END-IF.

      *COMPARA EL CONTADOR QUE EL LLAMADOR LEYO (REG-VERSION-E) CON EL
      *DEL ARCHIVO. SI DIFIEREN, OTRO USUARIO CAMBIO EL REGISTRO DESDE
      *ESA LECTURA: SE DEVUELVE WSS-ST-MODIFICADO CON LOS DATOS ACTUALES
      *EN REG-ARCH-R. CON REG-VERSION-E EN CERO NO SE CONTROLA NADA
       20600-CONTROLAR-VERSION.
           SET WSS-VERSION-IGUAL TO TRUE
           IF WSS-FS-ENTRADA-OK
                   AND REG-VERSION-E NOT = 0
                   AND REG-VERSION-E NOT = REG-VERSION
               SET WSS-VERSION-DISTINTA TO TRUE
               SET WSS-ST-MODIFICADO TO TRUE
               MOVE 'MODIFICADO POR OTRA SESION'
               TO WSV-ST-TEXTO
               MOVE REG-ENTRADA TO REG-ARCH-R
               MOVE REG-VERSION TO REG-VERSION-R
           END-IF.

       30000-CERRAR-ARCHIVO.
           CLOSE ENTRADA
      *OPCION EJECUTADA (WRI/REW/DEL), LA CLAVE, LOS DATOS ANTERIORES
      *Y POSTERIORES AL CAMBIO, Y EL STATUS DEVUELTO
       25000-GRABAR-LOG-CAMBIO.
           PERFORM 25100-BUSCAR-ULTIMO-ESLABON
           OPEN EXTEND LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               ACCEPT REG-LOG-FECHA-CAMBIO FROM DATE YYYYMMDD
               MOVE WSV-ST-TEXTO TO REG-LOG-TEXTO
               MOVE WSV-NOMBRE-ARCHIVO TO REG-LOG-ARCHIVO
               MOVE REG-OPERADOR-E TO REG-LOG-OPERADOR
               PERFORM 25400-ENCADENAR-ENTRADA
               WRITE REG-LOG-CAMBIOS
               IF NOT WSS-FS-LOG-OK
                   DISPLAY 'ERROR WRITE DEL LOG DE CAMBIOS'
               DISPLAY 'FILE STATUS ' WSS-FS-LOG
           END-IF.

      *BUSCA EL ULTIMO ESLABON DE LA CADENA (SECUENCIA Y VALOR DE
      *CONTROL DE LA ULTIMA ENTRADA). SE RELEE EN CADA GRABACION PORQUE
      *OTRA SESION PUEDE HABER AGREGADO ENTRADAS; SI EL LOG VIVO ESTA
      *VACIO (LOGROTAR ARCHIVO TODO) SE TOMA EL ULTIMO ESLABON QUE
      *LOGROTAR DEJO EN LOG-RESUMEN.DAT
       25100-BUSCAR-ULTIMO-ESLABON.
           MOVE 0 TO WSV-ULT-SECUENCIA
           MOVE 0 TO WSV-ULT-CONTROL
           MOVE 'N' TO WSV-HAY-ENTRADAS
           OPEN INPUT LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               PERFORM 25200-LEER-ENTRADA-LOG UNTIL NOT WSS-FS-LOG-OK
               CLOSE LOG-CAMBIOS
           END-IF
           IF NOT WSS-HAY-ENTRADAS
               PERFORM 25300-TOMAR-ESLABON-RESUMEN
           END-IF.

       25200-LEER-ENTRADA-LOG.
           READ LOG-CAMBIOS
           IF WSS-FS-LOG-OK
               SET WSS-HAY-ENTRADAS TO TRUE
               IF REG-LOG-SECUENCIA NUMERIC
                       AND REG-LOG-CONTROL NUMERIC
                   MOVE REG-LOG-SECUENCIA TO WSV-ULT-SECUENCIA
                   MOVE REG-LOG-CONTROL TO WSV-ULT-CONTROL
               END-IF
           END-IF.

       25300-TOMAR-ESLABON-RESUMEN.
           OPEN INPUT RESUMEN
           IF WSS-FS-RESUMEN-OK
               PERFORM 25310-LEER-RESUMEN UNTIL NOT WSS-FS-RESUMEN-OK
               CLOSE RESUMEN
           END-IF.

       25310-LEER-RESUMEN.
           READ RESUMEN
           IF WSS-FS-RESUMEN-OK
               IF REG-RES-OPCION = 'SEQ'
                       AND REG-RES-SEC-HASTA NUMERIC
                       AND REG-RES-CONTROL NUMERIC
                   IF REG-RES-SEC-HASTA > WSV-ULT-SECUENCIA
                       MOVE REG-RES-SEC-HASTA TO WSV-ULT-SECUENCIA
                       MOVE REG-RES-CONTROL TO WSV-ULT-CONTROL
                   END-IF
               END-IF
           END-IF.

      *NUMERA LA ENTRADA A CONTINUACION DEL ULTIMO ESLABON Y CALCULA SU
      *VALOR DE CONTROL A PARTIR DEL DE LA ENTRADA ANTERIOR
       25400-ENCADENAR-ENTRADA.
           ADD 1 TO WSV-ULT-SECUENCIA GIVING REG-LOG-SECUENCIA
           MOVE REG-LOG-CAMBIOS(1:219) TO REG-CAD-ENTRADA
           MOVE WSV-ULT-CONTROL TO REG-CAD-CONTROL-ANT
           CALL WSC-RUT-CADENA USING REGISTRO-CADENA
           MOVE REG-CAD-CONTROL TO REG-LOG-CONTROL.

       FIN-DE-RUTINA.
           GOBACK.
           
