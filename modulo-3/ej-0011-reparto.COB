      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Mantenimiento del reparto de gastos de la casa:
      *los miembros que comparten los gastos (MIEMBROS.DAT, un nombre
      *por linea; el numero de miembro es la posicion, igual que en
      *CUENTAS-NOMBRES.DAT) y la regla de reparto de cada cuenta
      *(REPARTO.DAT): partes iguales entre todos, porcentajes fijos
      *por miembro (que suman 100) o un solo miembro se hace cargo.
      *Una cuenta sin regla se reparte en partes iguales. EJE011D6
      *registra quien pago cada factura y EJE011DE hace la
      *liquidacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJE011DD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL MIEMBROS-TABLA
                               ASSIGN TO DISK './MIEMBROS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-MIEMBROS.

       SELECT OPTIONAL REPARTOS
                               ASSIGN TO DISK './REPARTO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-REPARTOS.

       SELECT CUENTAS-TABLA    ASSIGN TO DISK './CUENTAS-NOMBRES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CUENTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD MIEMBROS-TABLA.
       01 REG-MIEMBRO-NOMBRE       PIC X(10).

       FD REPARTOS.
       01 REG-REPARTO.
           05 REG-REP-CUENTA       PIC 9(01).
           05 REG-REP-TIPO         PIC X(01).
           05 REG-REP-MIEMBRO      PIC 9(01).
           05 REG-REP-PORC         PIC 9(03)V9(02) OCCURS 6.

       FD CUENTAS-TABLA.
       01 REG-CUENTA-NOMBRE        PIC X(8).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MIEMBROS          PIC X(02).
           88 WSS-FS-MIEMBROS-OK       VALUE '00' '05'.
           88 WSS-FS-MIEMBROS-EOF      VALUE '10'.

       01 WSS-FS-REPARTOS          PIC X(02).
           88 WSS-FS-REPARTOS-OK       VALUE '00' '05'.
           88 WSS-FS-REPARTOS-EOF      VALUE '10'.

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

      *MIEMBROS DE LA CASA
       77  WSC-MAX-MIEMBROS        PIC 9(01) VALUE 6.
       01  WSV-CONT-MIEMBROS       PIC 9(01) VALUE 0.
       01  WST-MIEMBROS.
           05 WST-MIEMBRO          PIC X(10) OCCURS 6.

      *REGLA DE REPARTO DE CADA CUENTA (POR NUMERO DE CUENTA)
       01  WST-REPARTOS.
           05 WST-REP-ITEM         OCCURS 4.
               10 WST-REP-TIPO     PIC X(01).
                   88 WSS-REP-IGUALES      VALUE 'I'.
                   88 WSS-REP-PORCENTAJE   VALUE 'P'.
                   88 WSS-REP-UNO          VALUE 'U'.
               10 WST-REP-MIEMBRO  PIC 9(01).
               10 WST-REP-PORC     PIC 9(03)V9(02) OCCURS 6.

       01 WSV-CUENTA-E             PIC 9(01).
       01 WSV-MIEMBRO-E            PIC 9(01).
       01 WSV-NOMBRE-E             PIC X(10).
       01 WSV-TIPO-E               PIC X(01).
           88 WSS-TIPO-VALIDO          VALUE 'I' 'P' 'U'.
       01 WSV-PORC-E               PIC 9(03)V9(02).
       01 WSV-SUMA-PORC            PIC 9(04)V9(02).
       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-CAMBIOS-MIEMBROS     PIC S9(4) COMP VALUE 0.
       01 WSV-CAMBIOS-REPARTOS     PIC S9(4) COMP VALUE 0.
       01 WSV-PORC-EDIT            PIC ZZ9.99.
       77 WSV-I                    PIC 9(02).
       77 WSV-J                    PIC 9(01).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM CARGAR-CUENTAS
           PERFORM 10000-CARGAR-MIEMBROS
           PERFORM 11000-CARGAR-REPARTOS
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-MIEMBROS
           PERFORM 31000-GRABAR-REPARTOS
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

      *CARGA MIEMBROS.DAT; EL NUMERO DE MIEMBRO ES LA POSICION
       10000-CARGAR-MIEMBROS.
           OPEN INPUT MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS = '00'
               PERFORM 10100-LEER-Y-CARGAR-MIEMBRO
                   UNTIL WSS-FS-MIEMBROS-EOF
                      OR WSV-CONT-MIEMBROS >= WSC-MAX-MIEMBROS
           END-IF
           CLOSE MIEMBROS-TABLA.

       10100-LEER-Y-CARGAR-MIEMBRO.
           READ MIEMBROS-TABLA
           IF WSS-FS-MIEMBROS-OK
               ADD 1 TO WSV-CONT-MIEMBROS
               MOVE REG-MIEMBRO-NOMBRE
                   TO WST-MIEMBRO(WSV-CONT-MIEMBROS)
           END-IF.

      *CARGA REPARTO.DAT; LAS CUENTAS SIN REGLA QUEDAN EN PARTES
      *IGUALES
       11000-CARGAR-REPARTOS.
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               SET WSS-REP-IGUALES(WSV-J) TO TRUE
               MOVE 0 TO WST-REP-MIEMBRO(WSV-J)
               PERFORM VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSC-MAX-MIEMBROS
                   MOVE 0 TO WST-REP-PORC(WSV-J, WSV-I)
               END-PERFORM
           END-PERFORM
           OPEN INPUT REPARTOS
           IF WSS-FS-REPARTOS = '00'
               PERFORM 11100-LEER-Y-CARGAR-REPARTO
                   UNTIL WSS-FS-REPARTOS-EOF
           END-IF
           CLOSE REPARTOS.

       11100-LEER-Y-CARGAR-REPARTO.
           READ REPARTOS
           IF WSS-FS-REPARTOS-OK
               IF REG-REP-CUENTA >= 1 AND REG-REP-CUENTA <= WSC-CUENTAS
                   MOVE REG-REP-TIPO TO WST-REP-TIPO(REG-REP-CUENTA)
                   MOVE REG-REP-MIEMBRO
                       TO WST-REP-MIEMBRO(REG-REP-CUENTA)
                   PERFORM VARYING WSV-I FROM 1 BY 1
                           UNTIL WSV-I > WSC-MAX-MIEMBROS
                       MOVE REG-REP-PORC(WSV-I)
                           TO WST-REP-PORC(REG-REP-CUENTA, WSV-I)
                   END-PERFORM
               END-IF
           END-IF.

       20000-MENU.
           DISPLAY '1. AGREGAR UN MIEMBRO'
           DISPLAY '2. CAMBIAR EL NOMBRE DE UN MIEMBRO'
           DISPLAY '3. DEFINIR EL REPARTO DE UNA CUENTA'
           DISPLAY '4. LISTAR MIEMBROS Y REPARTOS'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-AGREGAR-MIEMBRO
               WHEN 2 PERFORM 22000-CAMBIAR-MIEMBRO
               WHEN 3 PERFORM 23000-DEFINIR-REPARTO
               WHEN 4 PERFORM 24000-LISTAR
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *LOS MIEMBROS NO SE BORRAN: EL NUMERO QUEDA GRABADO EN
      *VENCIMIENTOS.DAT COMO QUIEN PAGO CADA FACTURA
       21000-AGREGAR-MIEMBRO.
           IF WSV-CONT-MIEMBROS >= WSC-MAX-MIEMBROS
               DISPLAY 'YA HAY ' WSC-MAX-MIEMBROS ' MIEMBROS CARGADOS'
           ELSE
               PERFORM 25000-PEDIR-NOMBRE
               ADD 1 TO WSV-CONT-MIEMBROS
               MOVE WSV-NOMBRE-E TO WST-MIEMBRO(WSV-CONT-MIEMBROS)
               ADD 1 TO WSV-CAMBIOS-MIEMBROS
               DISPLAY 'MIEMBRO ' WSV-CONT-MIEMBROS ' AGREGADO'
           END-IF.

       22000-CAMBIAR-MIEMBRO.
           IF WSV-CONT-MIEMBROS = 0
               DISPLAY 'NO HAY MIEMBROS CARGADOS'
           ELSE
               PERFORM 26000-PEDIR-MIEMBRO
               PERFORM 25000-PEDIR-NOMBRE
               MOVE WSV-NOMBRE-E TO WST-MIEMBRO(WSV-MIEMBRO-E)
               ADD 1 TO WSV-CAMBIOS-MIEMBROS
               DISPLAY 'NOMBRE CAMBIADO'
           END-IF.

      *PIDE LA CUENTA Y EL TIPO DE REPARTO; PARA PORCENTAJES PIDE EL
      *DE CADA MIEMBRO HASTA QUE SUMEN 100
       23000-DEFINIR-REPARTO.
           IF WSV-CONT-MIEMBROS = 0
               DISPLAY 'PRIMERO HAY QUE CARGAR LOS MIEMBROS'
           ELSE
               PERFORM VARYING WSV-J FROM 1 BY 1
                       UNTIL WSV-J > WSC-CUENTAS
                   DISPLAY WSV-J '. ' WST-CUENTA(WSV-J)
               END-PERFORM
               MOVE 0 TO WSV-CUENTA-E
               PERFORM UNTIL WSV-CUENTA-E >= 1
                       AND WSV-CUENTA-E <= WSC-CUENTAS
                   DISPLAY 'INGRESE CUENTA: '
                   ACCEPT WSV-CUENTA-E
               END-PERFORM
               MOVE SPACE TO WSV-TIPO-E
               PERFORM UNTIL WSS-TIPO-VALIDO
                   DISPLAY 'REPARTO: I PARTES IGUALES / P PORCENTAJES'
                           ' / U UN SOLO MIEMBRO: '
                   ACCEPT WSV-TIPO-E
                   INSPECT WSV-TIPO-E CONVERTING 'ipu' TO 'IPU'
               END-PERFORM
               MOVE WSV-TIPO-E TO WST-REP-TIPO(WSV-CUENTA-E)
               MOVE 0 TO WST-REP-MIEMBRO(WSV-CUENTA-E)
               PERFORM VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSC-MAX-MIEMBROS
                   MOVE 0 TO WST-REP-PORC(WSV-CUENTA-E, WSV-I)
               END-PERFORM
               EVALUATE TRUE
                   WHEN WSS-REP-PORCENTAJE(WSV-CUENTA-E)
                       PERFORM 23100-PEDIR-PORCENTAJES
                   WHEN WSS-REP-UNO(WSV-CUENTA-E)
                       PERFORM 26000-PEDIR-MIEMBRO
                       MOVE WSV-MIEMBRO-E
                           TO WST-REP-MIEMBRO(WSV-CUENTA-E)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSV-CAMBIOS-REPARTOS
               DISPLAY 'REPARTO DE ' WST-CUENTA(WSV-CUENTA-E)
                       ' REGISTRADO'
           END-IF.

       23100-PEDIR-PORCENTAJES.
           MOVE 0 TO WSV-SUMA-PORC
           PERFORM UNTIL WSV-SUMA-PORC = 100
               MOVE 0 TO WSV-SUMA-PORC
               PERFORM VARYING WSV-I FROM 1 BY 1
                       UNTIL WSV-I > WSV-CONT-MIEMBROS
                   DISPLAY 'PORCENTAJE DE ' WST-MIEMBRO(WSV-I) ': '
                   ACCEPT WSV-PORC-E
                   MOVE WSV-PORC-E
                       TO WST-REP-PORC(WSV-CUENTA-E, WSV-I)
                   ADD WSV-PORC-E TO WSV-SUMA-PORC
               END-PERFORM
               IF WSV-SUMA-PORC NOT = 100
                   MOVE WSV-SUMA-PORC TO WSV-PORC-EDIT
                   DISPLAY 'LOS PORCENTAJES SUMAN ' WSV-PORC-EDIT
                           ' Y DEBEN SUMAR 100, REINGRESE'
               END-IF
           END-PERFORM.

       24000-LISTAR.
           DISPLAY 'MIEMBROS:'
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CONT-MIEMBROS
               DISPLAY '   ' WSV-I '. ' WST-MIEMBRO(WSV-I)
           END-PERFORM
           DISPLAY 'REPARTOS:'
           PERFORM VARYING WSV-J FROM 1 BY 1 UNTIL WSV-J > WSC-CUENTAS
               EVALUATE TRUE
                   WHEN WSS-REP-PORCENTAJE(WSV-J)
                       DISPLAY '   ' WST-CUENTA(WSV-J) ' PORCENTAJES'
                       PERFORM VARYING WSV-I FROM 1 BY 1
                               UNTIL WSV-I > WSV-CONT-MIEMBROS
                           MOVE WST-REP-PORC(WSV-J, WSV-I)
                               TO WSV-PORC-EDIT
                           DISPLAY '      ' WST-MIEMBRO(WSV-I) ' '
                                   WSV-PORC-EDIT '%'
                       END-PERFORM
                   WHEN WSS-REP-UNO(WSV-J)
                       AND WST-REP-MIEMBRO(WSV-J) >= 1
                       AND WST-REP-MIEMBRO(WSV-J) <= WSV-CONT-MIEMBROS
                       DISPLAY '   ' WST-CUENTA(WSV-J) ' A CARGO DE '
                               WST-MIEMBRO(WST-REP-MIEMBRO(WSV-J))
                   WHEN OTHER
                       DISPLAY '   ' WST-CUENTA(WSV-J)
                               ' PARTES IGUALES'
               END-EVALUATE
           END-PERFORM.

       25000-PEDIR-NOMBRE.
           MOVE SPACES TO WSV-NOMBRE-E
           PERFORM UNTIL WSV-NOMBRE-E NOT = SPACES
               DISPLAY 'INGRESE NOMBRE: '
               ACCEPT WSV-NOMBRE-E
           END-PERFORM
           INSPECT WSV-NOMBRE-E CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       26000-PEDIR-MIEMBRO.
           PERFORM VARYING WSV-I FROM 1 BY 1
                   UNTIL WSV-I > WSV-CONT-MIEMBROS
               DISPLAY WSV-I '. ' WST-MIEMBRO(WSV-I)
           END-PERFORM
           MOVE 0 TO WSV-MIEMBRO-E
           PERFORM UNTIL WSV-MIEMBRO-E >= 1
                   AND WSV-MIEMBRO-E <= WSV-CONT-MIEMBROS
               DISPLAY 'INGRESE MIEMBRO: '
               ACCEPT WSV-MIEMBRO-E
           END-PERFORM.

       30000-GRABAR-MIEMBROS.
           IF WSV-CAMBIOS-MIEMBROS > 0
               OPEN OUTPUT MIEMBROS-TABLA
               IF NOT WSS-FS-MIEMBROS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE MIEMBROS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-MIEMBROS
               ELSE
                   PERFORM VARYING WSV-I FROM 1 BY 1
                           UNTIL WSV-I > WSV-CONT-MIEMBROS
                       WRITE REG-MIEMBRO-NOMBRE FROM WST-MIEMBRO(WSV-I)
                   END-PERFORM
                   CLOSE MIEMBROS-TABLA
                   DISPLAY 'CAMBIOS GRABADOS EN MIEMBROS.DAT'
               END-IF
           END-IF.

       31000-GRABAR-REPARTOS.
           IF WSV-CAMBIOS-REPARTOS > 0
               OPEN OUTPUT REPARTOS
               IF NOT WSS-FS-REPARTOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE REPARTO.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-REPARTOS
               ELSE
                   PERFORM VARYING WSV-J FROM 1 BY 1
                           UNTIL WSV-J > WSC-CUENTAS
                       MOVE WSV-J TO REG-REP-CUENTA
                       MOVE WST-REP-TIPO(WSV-J) TO REG-REP-TIPO
                       MOVE WST-REP-MIEMBRO(WSV-J) TO REG-REP-MIEMBRO
                       PERFORM VARYING WSV-I FROM 1 BY 1
                               UNTIL WSV-I > WSC-MAX-MIEMBROS
                           MOVE WST-REP-PORC(WSV-J, WSV-I)
                               TO REG-REP-PORC(WSV-I)
                       END-PERFORM
                       WRITE REG-REPARTO
                   END-PERFORM
                   CLOSE REPARTOS
                   DISPLAY 'CAMBIOS GRABADOS EN REPARTO.DAT'
               END-IF
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
