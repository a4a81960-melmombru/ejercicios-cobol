      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento de INDICES.DAT: el indice de
      *precios de cada anio y mes, general (categoria en blanco) o
      *propio de una cuenta de CUENTAS-NOMBRES.DAT (la categoria es
      *el nombre de la cuenta). Con inflacion mensual, comparar
      *montos de distintos meses mide sobre todo el nivel de precios;
      *con este indice EJE011D3, EJE011DA y EJE011D5 muestran los
      *montos a precios constantes de un mes base, y EJE011D1 y
      *EJE011DB proyectan en terminos reales (la consulta la hace la
      *rutina RUTINDIC).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE011DF.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL INDICES ASSIGN TO DISK './INDICES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-INDICES.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD INDICES.
       COPY REG-INDARCH.

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-INDICES           PIC X(02).
           88 WSS-FS-INDICES-OK        VALUE '00' '05'.
           88 WSS-FS-INDICES-EOF       VALUE '10'.

       01 WSS-FS-CUENTAS           PIC X(02).
           88 WSS-FS-CUENTAS-OK        VALUE '00'.
           88 WSS-FS-CUENTAS-EOF       VALUE '10'.

       01  WSV-CUENTAS.
           05 FILLER               PIC X(8) VALUE 'GAS     '.
           05 FILLER               PIC X(8) VALUE 'LUZ     '.
           05 FILLER               PIC X(8) VALUE 'TELEFONO'.
           05 FILLER               PIC X(8) VALUE 'AGUA    '.
       01  WST-CUENTAS REDEFINES WSV-CUENTAS.
           05 WST-CUENTA           PIC X(8) OCCURS 4.

       77  WSC-CUENTAS             PIC 9(01) VALUE 4.

      *INDICES CARGADOS EN MEMORIA
       77 WSC-MAX-INDICES          PIC 9(04) VALUE 1200.
       01 WSV-CONT-INDICES         PIC S9(4) COMP VALUE 0.
       01 WST-INDICES.
           05 WST-IND-ITEM         OCCURS 1200 TIMES
                                   INDEXED BY IND-IN IND-SIG.
               10 WST-IN-ANIO      PIC 9(04).
               10 WST-IN-MES       PIC 9(02).
               10 WST-IN-CATEGORIA PIC X(08).
               10 WST-IN-VALOR     PIC 9(05)V9(04).

       01 WSV-BUSQUEDA-IND         PIC X(02).
           88 WSS-BUSQUEDA-OK          VALUE 'OK'.
           88 WSS-BUSQUEDA-NO          VALUE 'NO'.

       01 WSV-ANIO-E               PIC 9(04).
       01 WSV-MES-E                PIC 9(02).
       01 WSV-CUENTA-E             PIC 9(01).
       01 WSV-CATEGORIA-E          PIC X(08).
       01 WSV-VALOR-E              PIC 9(05)V9(04).
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CONT-CAMBIOS         PIC S9(4) COMP VALUE 0.
       01 WSV-CATEGORIA-EDIT       PIC X(08).
       01 WSV-VALOR-EDIT           PIC ZZZZ9.9999.
       77 WSV-I                    PIC 9(02).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM FIN-DEL-PROGRAMA.

       CARGAR-CUENTAS.
           OPEN INPUT CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               MOVE 0 TO WSV-I
               PERFORM LEER-Y-CARGAR-CUENTA UNTIL WSS-FS-CUENTAS-EOF
                                          OR WSV-I >= WSC-CUENTAS
               CLOSE CUENTAS-TABLA
           END-IF.

       LEER-Y-CARGAR-CUENTA.
           READ CUENTAS-TABLA
           IF WSS-FS-CUENTAS-OK
               ADD 1 TO WSV-I
               MOVE REG-CUENTA-NOMBRE TO WST-CUENTA(WSV-I)
           END-IF.

      *LEE INDICES.DAT COMPLETO Y LO CARGA EN MEMORIA
       10000-CARGAR-TABLA.
           OPEN INPUT INDICES
           IF NOT WSS-FS-INDICES-OK
               DISPLAY 'ERROR EN EL OPEN DE INDICES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-INDICES
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-INDICES-EOF
           CLOSE INDICES.

       11000-LEER-Y-CARGAR.
           READ INDICES
           IF WSS-FS-INDICES-OK
               IF WSV-CONT-INDICES >= WSC-MAX-INDICES
                   DISPLAY 'TABLA DE INDICES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-INDICES
               ELSE
                   ADD 1 TO WSV-CONT-INDICES
                   SET IND-IN TO WSV-CONT-INDICES
                   MOVE REG-INA-ANIO TO WST-IN-ANIO(IND-IN)
                   MOVE REG-INA-MES TO WST-IN-MES(IND-IN)
                   MOVE REG-INA-CATEGORIA TO WST-IN-CATEGORIA(IND-IN)
                   MOVE REG-INA-VALOR TO WST-IN-VALOR(IND-IN)
               END-IF
           END-IF.

       20000-MENU.
           DISPLAY '1. REGISTRAR UN INDICE'
           DISPLAY '2. BORRAR UN INDICE'
           DISPLAY '3. LISTAR INDICES'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-REGISTRAR-INDICE
               WHEN 2 PERFORM 22000-BORRAR-INDICE
               WHEN 3 PERFORM 23000-LISTAR-INDICES
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE ANIO, MES Y CATEGORIA (0 = INDICE GENERAL, O UNA CUENTA)
       21500-PEDIR-CLAVE.
           MOVE 0 TO WSV-ANIO-E
           PERFORM UNTIL WSV-ANIO-E >= 2000 AND WSV-ANIO-E <= 2099
               DISPLAY 'INGRESE ANIO (AAAA): '
               ACCEPT WSV-ANIO-E
           END-PERFORM
           MOVE 0 TO WSV-MES-E
           PERFORM UNTIL WSV-MES-E >= 1 AND WSV-MES-E <= 12
               DISPLAY 'INGRESE MES (1-12): '
               ACCEPT WSV-MES-E
           END-PERFORM
           DISPLAY '0. INDICE GENERAL'
           PERFORM VARYING WSV-I FROM 1 BY 1 UNTIL WSV-I > WSC-CUENTAS
               DISPLAY WSV-I '. ' WST-CUENTA(WSV-I)
           END-PERFORM
           MOVE 9 TO WSV-CUENTA-E
           PERFORM UNTIL WSV-CUENTA-E <= WSC-CUENTAS
               DISPLAY 'INGRESE CATEGORIA: '
               ACCEPT WSV-CUENTA-E
           END-PERFORM
           IF WSV-CUENTA-E = 0
               MOVE SPACES TO WSV-CATEGORIA-E
           ELSE
               MOVE WST-CUENTA(WSV-CUENTA-E) TO WSV-CATEGORIA-E
           END-IF.

      *REGISTRA (O REEMPLAZA) EL INDICE DE UN ANIO, MES Y CATEGORIA
       21000-REGISTRAR-INDICE.
           PERFORM 21500-PEDIR-CLAVE
           MOVE 0 TO WSV-VALOR-E
           PERFORM UNTIL WSV-VALOR-E > 0
               DISPLAY 'INGRESE VALOR DEL INDICE: '
               ACCEPT WSV-VALOR-E
           END-PERFORM
           PERFORM 25000-BUSCAR-INDICE
           IF WSS-BUSQUEDA-OK
               MOVE WSV-VALOR-E TO WST-IN-VALOR(IND-IN)
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'INDICE REEMPLAZADO'
           ELSE
               IF WSV-CONT-INDICES >= WSC-MAX-INDICES
                   DISPLAY 'TABLA DE INDICES LLENA'
               ELSE
                   ADD 1 TO WSV-CONT-INDICES
                   SET IND-IN TO WSV-CONT-INDICES
                   MOVE WSV-ANIO-E TO WST-IN-ANIO(IND-IN)
                   MOVE WSV-MES-E TO WST-IN-MES(IND-IN)
                   MOVE WSV-CATEGORIA-E TO WST-IN-CATEGORIA(IND-IN)
                   MOVE WSV-VALOR-E TO WST-IN-VALOR(IND-IN)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'INDICE REGISTRADO'
               END-IF
           END-IF.

      *BORRA EL INDICE CORRIENDO UN LUGAR LOS QUE LE SIGUEN
       22000-BORRAR-INDICE.
           PERFORM 21500-PEDIR-CLAVE
           PERFORM 25000-BUSCAR-INDICE
           IF WSS-BUSQUEDA-OK
               PERFORM VARYING IND-SIG FROM IND-IN BY 1
                       UNTIL IND-SIG >= WSV-CONT-INDICES
                   MOVE WST-IND-ITEM(IND-SIG + 1)
                       TO WST-IND-ITEM(IND-SIG)
               END-PERFORM
               SUBTRACT 1 FROM WSV-CONT-INDICES
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'INDICE BORRADO'
           ELSE
               DISPLAY 'NO HAY INDICE REGISTRADO PARA ESE MES Y '
                       'CATEGORIA'
           END-IF.

       23000-LISTAR-INDICES.
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INDICES
               IF WST-IN-CATEGORIA(IND-IN) = SPACES
                   MOVE 'GENERAL' TO WSV-CATEGORIA-EDIT
               ELSE
                   MOVE WST-IN-CATEGORIA(IND-IN) TO WSV-CATEGORIA-EDIT
               END-IF
               MOVE WST-IN-VALOR(IND-IN) TO WSV-VALOR-EDIT
               DISPLAY WST-IN-ANIO(IND-IN) '/' WST-IN-MES(IND-IN) ' '
                       WSV-CATEGORIA-EDIT ' ' WSV-VALOR-EDIT
           END-PERFORM.

      *BUSCA EL INDICE POR ANIO, MES Y CATEGORIA
       25000-BUSCAR-INDICE.
           SET WSS-BUSQUEDA-NO TO TRUE
           PERFORM VARYING IND-IN FROM 1 BY 1
                   UNTIL IND-IN > WSV-CONT-INDICES
                       OR WSS-BUSQUEDA-OK
               IF WST-IN-ANIO(IND-IN) = WSV-ANIO-E
                       AND WST-IN-MES(IND-IN) = WSV-MES-E
                       AND WST-IN-CATEGORIA(IND-IN) = WSV-CATEGORIA-E
                   SET WSS-BUSQUEDA-OK TO TRUE
               END-IF
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               SET IND-IN DOWN BY 1
           END-IF.

      *REGRABA INDICES.DAT COMPLETO
       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT INDICES
               IF NOT WSS-FS-INDICES-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE INDICES'
                   DISPLAY 'FILE STATUS ' WSS-FS-INDICES
               ELSE
                   PERFORM VARYING IND-IN FROM 1 BY 1
                           UNTIL IND-IN > WSV-CONT-INDICES
                       MOVE WST-IN-ANIO(IND-IN) TO REG-INA-ANIO
                       MOVE WST-IN-MES(IND-IN) TO REG-INA-MES
                       MOVE WST-IN-CATEGORIA(IND-IN)
                           TO REG-INA-CATEGORIA
                       MOVE WST-IN-VALOR(IND-IN) TO REG-INA-VALOR
                       WRITE REG-INDICE-ARCH
                       IF NOT WSS-FS-INDICES-OK
                           DISPLAY 'ERROR EN EL WRITE DE INDICES.DAT'
                           DISPLAY 'FILE STATUS ' WSS-FS-INDICES
                       END-IF
                   END-PERFORM
                   CLOSE INDICES
                   DISPLAY 'CAMBIOS GRABADOS EN INDICES.DAT'
               END-IF
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
