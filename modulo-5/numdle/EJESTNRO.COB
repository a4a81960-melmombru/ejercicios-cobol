      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Estadisticas del NUMBLE sobre HISTORIA.DAT (la
      *   historia de partidas que graba EJJUENRO): por jugador, el
      *   histograma de intentos necesarios para ganar, la racha de
      *   victorias actual y la mas larga, y el promedio de intentos
      *   por dificultad. Permite tambien listar las partidas jugadas
      *   y repetir cualquiera de ellas intento por intento.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La repeticion de una partida muestra las pistas
      *   pedidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJESTNRO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL HISTORIA    ASSIGN TO DISK 'HISTORIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HISTORIA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD HISTORIA.
       COPY REG-HISTORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-HISTORIA                      PIC X(02).
           88 WSS-FS-HISTORIA-OK                     VALUE '00' '05'.
           88 WSS-FS-HISTORIA-EOF                    VALUE '10'.

       01 WSV-OPCION-MENU                      PIC 9(01) VALUE 0.
       01 WSV-JUGADOR                          PIC X(10).
       01 WSV-CONT-PARTIDAS                    PIC 9(05).
       01 WSV-NRO-PARTIDA                      PIC 9(05).
       01 WSV-PARTIDA-HALLADA                  PIC X(01).
           88 WSS-PARTIDA-HALLADA                    VALUE 'S'.
       01 WSV-ENTER-E                          PIC X(01).

      *ESTADISTICAS POR JUGADOR. LA DISTRIBUCION CUENTA LAS PARTIDAS
      *GANADAS SEGUN LOS INTENTOS USADOS (1 A 8, EL MAXIMO DEL NIVEL
      *FACIL); POR DIFICULTAD SE SUMAN LOS INTENTOS DE LAS GANADAS
      *PARA EL PROMEDIO
       01 WSC-MAX-JUGADORES                    PIC 9(02) VALUE 50.
       01 WSV-CONT-JUGADORES                   PIC 9(02) VALUE 0.
       01 WST-ESTADISTICAS.
           05 WST-EST-ITEM                     OCCURS 50 TIMES.
               10 WST-EST-JUGADOR              PIC X(10).
               10 WST-EST-JUGADAS              PIC 9(04).
               10 WST-EST-GANADAS              PIC 9(04).
               10 WST-EST-RACHA-ACTUAL         PIC 9(04).
               10 WST-EST-RACHA-MAXIMA         PIC 9(04).
               10 WST-EST-DISTRIB              PIC 9(04)
                                               OCCURS 8 TIMES.
               10 WST-EST-DIF                  OCCURS 3 TIMES.
                   15 WST-EST-DIF-JUGADAS      PIC 9(04).
                   15 WST-EST-DIF-GANADAS      PIC 9(04).
                   15 WST-EST-DIF-INTENTOS     PIC 9(06).
       01 WSV-SUB-EST                          PIC 9(02).
       01 WSV-EST-HALLADO                      PIC 9(02).
       01 WSV-SUB-INT                          PIC 9(02).
       01 WSV-SUB-DIF                          PIC 9(01).
       01 WSV-PERDIDAS                         PIC 9(04).
       01 WSV-PROMEDIO                         PIC 9(02)V99.
       01 WSV-PROMEDIO-EDIT                    PIC Z9.99.
       01 WSV-LARGO-BARRA                      PIC 9(02).
       01 WSV-BARRA                            PIC X(30) VALUE ALL "*".

      *NOMBRES DE LAS DIFICULTADES PARA EL PROMEDIO
       01 WSC-NOMBRES-DIFICULTAD.
           05 FILLER                           PIC X(10)
                                               VALUE "FACIL".
           05 FILLER                           PIC X(10)
                                               VALUE "INTERMEDIO".
           05 FILLER                           PIC X(10)
                                               VALUE "DIFICIL".
       01 WST-NOMBRES-DIFICULTAD REDEFINES WSC-NOMBRES-DIFICULTAD.
           05 WST-NOMBRE-DIF                   PIC X(10)
                                               OCCURS 3 TIMES.

      *REPETICION DE UNA PARTIDA
       01 WSV-MODO-TEXTO                       PIC X(07).
       01 WSV-RESULTADO-TEXTO                  PIC X(07).
       01 WSV-INTENTO-AUX.
           05 WSV-AUX-NUMEROS.
               10 WSV-AUX-NUMERO               PIC X(01)
                                               OCCURS 4 TIMES.
           05 WSV-AUX-FEEDBACK.
               10 WSV-AUX-RES-POS              PIC X(01)
                                               OCCURS 4 TIMES
                                               INDEXED BY L.
                   88 WSS-AUX-ACIERTO                VALUE 'A'.
                   88 WSS-AUX-PRESENTE               VALUE 'P'.
           05 WSV-AUX-CORRECTOS                PIC 9(01).
           05 WSV-AUX-PRESENTES                PIC 9(01).
       01 WSV-LINEA-FEEDBACK                   PIC X(60).
       01 WSV-PTR-FEEDBACK                     PIC 9(02).

       01 WSV-LINEA.
            05 FILLER                          PIC X(52) VALUE ALL "-".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 07000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-FIN-DEL-PROGRAMA.

      *MENU PRINCIPAL
       07000-MENU.
           DISPLAY WSV-LINEA
           DISPLAY "1. ESTADISTICAS DE UN JUGADOR"
           DISPLAY "2. ESTADISTICAS DE TODOS LOS JUGADORES"
           DISPLAY "3. LISTAR PARTIDAS JUGADAS"
           DISPLAY "4. REPETIR UNA PARTIDA"
           DISPLAY "9. SALIR"
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   PERFORM 05000-PEDIR-JUGADOR
                   PERFORM 10000-ACUMULAR-HISTORIA
                   PERFORM 20000-MOSTRAR-ESTADISTICAS
               WHEN 2
                   MOVE SPACES TO WSV-JUGADOR
                   PERFORM 10000-ACUMULAR-HISTORIA
                   PERFORM 20000-MOSTRAR-ESTADISTICAS
               WHEN 3
                   DISPLAY "JUGADOR A LISTAR (EN BLANCO = TODOS): "
                   MOVE SPACES TO WSV-JUGADOR
                   ACCEPT WSV-JUGADOR
                   PERFORM 40000-LISTAR-PARTIDAS
               WHEN 4
                   PERFORM 50000-REPETIR-PARTIDA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       05000-PEDIR-JUGADOR.
           MOVE SPACES TO WSV-JUGADOR
           PERFORM UNTIL WSV-JUGADOR NOT= SPACES
               DISPLAY "JUGADOR: "
               ACCEPT WSV-JUGADOR
           END-PERFORM.

      *RECORRE HISTORIA.DAT EN ORDEN (EL ORDEN EN QUE SE JUGARON LAS
      *PARTIDAS) Y ACUMULA LAS ESTADISTICAS DE CADA JUGADOR, O SOLO
      *LAS DE WSV-JUGADOR SI SE PIDIO UNO
       10000-ACUMULAR-HISTORIA.
           MOVE 0 TO WSV-CONT-JUGADORES
           OPEN INPUT HISTORIA
           IF NOT WSS-FS-HISTORIA-OK
               DISPLAY "ERROR EN EL OPEN DE HISTORIA.DAT"
               DISPLAY "FILE STATUS " WSS-FS-HISTORIA
               PERFORM 30000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-ACUMULAR UNTIL WSS-FS-HISTORIA-EOF
           CLOSE HISTORIA.

       11000-LEER-Y-ACUMULAR.
           READ HISTORIA
           IF WSS-FS-HISTORIA-OK
               IF WSV-JUGADOR = SPACES OR
                       REG-HIS-JUGADOR = WSV-JUGADOR
                   PERFORM 12000-UBICAR-JUGADOR
                   IF WSV-EST-HALLADO NOT= 0
                       PERFORM 13000-SUMAR-PARTIDA
                   END-IF
               END-IF
           END-IF.

       12000-UBICAR-JUGADOR.
           MOVE 0 TO WSV-EST-HALLADO
           PERFORM VARYING WSV-SUB-EST FROM 1 BY 1
                   UNTIL WSV-SUB-EST > WSV-CONT-JUGADORES
                       OR WSV-EST-HALLADO NOT= 0
               IF WST-EST-JUGADOR(WSV-SUB-EST) = REG-HIS-JUGADOR
                   MOVE WSV-SUB-EST TO WSV-EST-HALLADO
               END-IF
           END-PERFORM
           IF WSV-EST-HALLADO = 0
               IF WSV-CONT-JUGADORES >= WSC-MAX-JUGADORES
                   DISPLAY "TABLA DE JUGADORES LLENA, SE IGNORAN "
                           "LAS PARTIDAS DE " REG-HIS-JUGADOR
               ELSE
                   ADD 1 TO WSV-CONT-JUGADORES
                   MOVE WSV-CONT-JUGADORES TO WSV-EST-HALLADO
                   INITIALIZE WST-EST-ITEM(WSV-EST-HALLADO)
                   MOVE REG-HIS-JUGADOR
                       TO WST-EST-JUGADOR(WSV-EST-HALLADO)
               END-IF
           END-IF.

      *SUMA LA PARTIDA: UNA VICTORIA ALARGA LA RACHA ACTUAL (Y LA MAS
      *LARGA SI LA SUPERA), UNA DERROTA LA CORTA
       13000-SUMAR-PARTIDA.
           MOVE WSV-EST-HALLADO TO WSV-SUB-EST
           MOVE REG-HIS-DIFICULTAD TO WSV-SUB-DIF
           IF WSV-SUB-DIF < 1 OR WSV-SUB-DIF > 3
               MOVE 2 TO WSV-SUB-DIF
           END-IF
           ADD 1 TO WST-EST-JUGADAS(WSV-SUB-EST)
           ADD 1 TO WST-EST-DIF-JUGADAS(WSV-SUB-EST, WSV-SUB-DIF)
           IF WSS-HIS-GANADA
               ADD 1 TO WST-EST-GANADAS(WSV-SUB-EST)
               ADD 1 TO WST-EST-DIF-GANADAS(WSV-SUB-EST, WSV-SUB-DIF)
               ADD REG-HIS-CANT-INTENTOS
                   TO WST-EST-DIF-INTENTOS(WSV-SUB-EST, WSV-SUB-DIF)
               IF REG-HIS-CANT-INTENTOS >= 1 AND
                       REG-HIS-CANT-INTENTOS <= 8
                   ADD 1 TO WST-EST-DISTRIB(WSV-SUB-EST,
                                            REG-HIS-CANT-INTENTOS)
               END-IF
               ADD 1 TO WST-EST-RACHA-ACTUAL(WSV-SUB-EST)
               IF WST-EST-RACHA-ACTUAL(WSV-SUB-EST) >
                       WST-EST-RACHA-MAXIMA(WSV-SUB-EST)
                   MOVE WST-EST-RACHA-ACTUAL(WSV-SUB-EST)
                       TO WST-EST-RACHA-MAXIMA(WSV-SUB-EST)
               END-IF
           ELSE
               MOVE 0 TO WST-EST-RACHA-ACTUAL(WSV-SUB-EST)
           END-IF.

       20000-MOSTRAR-ESTADISTICAS.
           IF WSV-CONT-JUGADORES = 0
               DISPLAY WSV-LINEA
               DISPLAY "NO HAY PARTIDAS REGISTRADAS"
           END-IF
           PERFORM VARYING WSV-SUB-EST FROM 1 BY 1
                   UNTIL WSV-SUB-EST > WSV-CONT-JUGADORES
               PERFORM 21000-MOSTRAR-JUGADOR
           END-PERFORM
           DISPLAY WSV-LINEA.

       21000-MOSTRAR-JUGADOR.
           COMPUTE WSV-PERDIDAS = WST-EST-JUGADAS(WSV-SUB-EST)
                                - WST-EST-GANADAS(WSV-SUB-EST)
           DISPLAY WSV-LINEA
           DISPLAY "JUGADOR: " WST-EST-JUGADOR(WSV-SUB-EST)
           DISPLAY "PARTIDAS " WST-EST-JUGADAS(WSV-SUB-EST)
                   "  GANADAS " WST-EST-GANADAS(WSV-SUB-EST)
                   "  PERDIDAS " WSV-PERDIDAS
           DISPLAY "RACHA ACTUAL " WST-EST-RACHA-ACTUAL(WSV-SUB-EST)
                   "  RACHA MAS LARGA "
                   WST-EST-RACHA-MAXIMA(WSV-SUB-EST)
           DISPLAY "INTENTOS PARA GANAR:"
           PERFORM VARYING WSV-SUB-INT FROM 1 BY 1
                   UNTIL WSV-SUB-INT > 8
               PERFORM 22000-MOSTRAR-BARRA
           END-PERFORM
           DISPLAY "PROMEDIO DE INTENTOS (PARTIDAS GANADAS):"
           PERFORM VARYING WSV-SUB-DIF FROM 1 BY 1
                   UNTIL WSV-SUB-DIF > 3
               PERFORM 23000-MOSTRAR-PROMEDIO
           END-PERFORM.

      *UNA FILA DEL HISTOGRAMA: LA BARRA SE CORTA EN 30 ASTERISCOS,
      *LA CANTIDAD SE MUESTRA SIEMPRE
       22000-MOSTRAR-BARRA.
           IF WST-EST-DISTRIB(WSV-SUB-EST, WSV-SUB-INT) > 30
               MOVE 30 TO WSV-LARGO-BARRA
           ELSE
               MOVE WST-EST-DISTRIB(WSV-SUB-EST, WSV-SUB-INT)
                   TO WSV-LARGO-BARRA
           END-IF
           IF WSV-LARGO-BARRA = 0
               DISPLAY "  " WSV-SUB-INT ": "
                       WST-EST-DISTRIB(WSV-SUB-EST, WSV-SUB-INT)
           ELSE
               DISPLAY "  " WSV-SUB-INT ": "
                       WST-EST-DISTRIB(WSV-SUB-EST, WSV-SUB-INT) " "
                       WSV-BARRA(1:WSV-LARGO-BARRA)
           END-IF.

       23000-MOSTRAR-PROMEDIO.
           IF WST-EST-DIF-GANADAS(WSV-SUB-EST, WSV-SUB-DIF) = 0
               DISPLAY "  " WST-NOMBRE-DIF(WSV-SUB-DIF) ":  -   ("
                       WST-EST-DIF-JUGADAS(WSV-SUB-EST, WSV-SUB-DIF)
                       " JUGADAS, NINGUNA GANADA)"
           ELSE
               COMPUTE WSV-PROMEDIO ROUNDED =
                       WST-EST-DIF-INTENTOS(WSV-SUB-EST, WSV-SUB-DIF)
                       / WST-EST-DIF-GANADAS(WSV-SUB-EST, WSV-SUB-DIF)
               MOVE WSV-PROMEDIO TO WSV-PROMEDIO-EDIT
               DISPLAY "  " WST-NOMBRE-DIF(WSV-SUB-DIF) ": "
                       WSV-PROMEDIO-EDIT " ("
                       WST-EST-DIF-GANADAS(WSV-SUB-EST, WSV-SUB-DIF)
                       " GANADAS DE "
                       WST-EST-DIF-JUGADAS(WSV-SUB-EST, WSV-SUB-DIF)
                       ")"
           END-IF.

      *LISTA LAS PARTIDAS CON SU NUMERO (LA POSICION EN HISTORIA.DAT),
      *QUE ES EL QUE SE PIDE PARA REPETIRLA
       40000-LISTAR-PARTIDAS.
           MOVE 0 TO WSV-CONT-PARTIDAS
           OPEN INPUT HISTORIA
           IF NOT WSS-FS-HISTORIA-OK
               DISPLAY "ERROR EN EL OPEN DE HISTORIA.DAT"
               DISPLAY "FILE STATUS " WSS-FS-HISTORIA
               PERFORM 30000-FIN-DEL-PROGRAMA
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY "NRO   FECHA    HORA   JUGADOR    MODO    DIF "
                   "RESULT. INT"
           DISPLAY WSV-LINEA
           PERFORM 41000-LEER-Y-LISTAR UNTIL WSS-FS-HISTORIA-EOF
           CLOSE HISTORIA
           DISPLAY WSV-LINEA.

       41000-LEER-Y-LISTAR.
           READ HISTORIA
           IF WSS-FS-HISTORIA-OK
               ADD 1 TO WSV-CONT-PARTIDAS
               IF WSV-JUGADOR = SPACES OR
                       REG-HIS-JUGADOR = WSV-JUGADOR
                   PERFORM 42000-ARMAR-TEXTOS
                   DISPLAY WSV-CONT-PARTIDAS " " REG-HIS-FECHA " "
                           REG-HIS-HORA " " REG-HIS-JUGADOR " "
                           WSV-MODO-TEXTO " " REG-HIS-DIFICULTAD
                           "   " WSV-RESULTADO-TEXTO " "
                           REG-HIS-CANT-INTENTOS
               END-IF
           END-IF.

       42000-ARMAR-TEXTOS.
           EVALUATE TRUE
               WHEN WSS-HIS-DESAFIO
                   MOVE "DESAFIO" TO WSV-MODO-TEXTO
               WHEN WSS-HIS-DUELO
                   MOVE "DUELO" TO WSV-MODO-TEXTO
               WHEN OTHER
                   MOVE "NORMAL" TO WSV-MODO-TEXTO
           END-EVALUATE
           IF WSS-HIS-GANADA
               MOVE "GANO" TO WSV-RESULTADO-TEXTO
           ELSE
               MOVE "PERDIO" TO WSV-RESULTADO-TEXTO
           END-IF.

      *PIDE EL NUMERO DE PARTIDA Y LA MUESTRA INTENTO POR INTENTO,
      *CON EL MISMO DETALLE POSICION POR POSICION QUE VIO EL JUGADOR
       50000-REPETIR-PARTIDA.
           DISPLAY "NUMERO DE PARTIDA A REPETIR (VER OPCION 3): "
           ACCEPT WSV-NRO-PARTIDA
           MOVE 0 TO WSV-CONT-PARTIDAS
           MOVE 'N' TO WSV-PARTIDA-HALLADA
           OPEN INPUT HISTORIA
           IF NOT WSS-FS-HISTORIA-OK
               DISPLAY "ERROR EN EL OPEN DE HISTORIA.DAT"
               DISPLAY "FILE STATUS " WSS-FS-HISTORIA
               PERFORM 30000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 51000-LEER-HASTA-PARTIDA
               UNTIL WSS-FS-HISTORIA-EOF OR WSS-PARTIDA-HALLADA
           CLOSE HISTORIA
           IF WSS-PARTIDA-HALLADA
               PERFORM 52000-MOSTRAR-PARTIDA
           ELSE
               DISPLAY "NO EXISTE LA PARTIDA " WSV-NRO-PARTIDA
           END-IF.

       51000-LEER-HASTA-PARTIDA.
           READ HISTORIA
           IF WSS-FS-HISTORIA-OK
               ADD 1 TO WSV-CONT-PARTIDAS
               IF WSV-CONT-PARTIDAS = WSV-NRO-PARTIDA
                   SET WSS-PARTIDA-HALLADA TO TRUE
               END-IF
           END-IF.

       52000-MOSTRAR-PARTIDA.
           PERFORM 42000-ARMAR-TEXTOS
           DISPLAY WSV-LINEA
           DISPLAY "PARTIDA " WSV-NRO-PARTIDA " DE "
                   REG-HIS-JUGADOR " - " REG-HIS-FECHA " "
                   REG-HIS-HORA
           DISPLAY "MODO " WSV-MODO-TEXTO " - DIFICULTAD "
                   REG-HIS-DIFICULTAD " - SEMILLA " REG-HIS-SEMILLA
                   " - " REG-HIS-MAX-INTENTOS " INTENTOS"
           DISPLAY WSV-LINEA
           PERFORM VARYING WSV-SUB-INT FROM 1 BY 1
                   UNTIL WSV-SUB-INT > REG-HIS-CANT-INTENTOS
                       OR WSV-SUB-INT > 8
               PERFORM 53000-MOSTRAR-INTENTO
           END-PERFORM
           IF WSS-HIS-GANADA
               DISPLAY "GANO, LA SECUENCIA ERA: " REG-HIS-SECRETO
           ELSE
               DISPLAY "PERDIO, LA SECUENCIA ERA: " REG-HIS-SECRETO
           END-IF
      *LAS PARTIDAS GRABADAS ANTES DE LAS PISTAS LAS TIENEN EN BLANCO
           IF REG-HIS-PISTAS IS NUMERIC AND REG-HIS-PISTAS > 0
               DISPLAY "PISTAS PEDIDAS: " REG-HIS-PISTAS
           END-IF.

      *MUESTRA UN INTENTO Y ESPERA ENTRAR ANTES DEL SIGUIENTE
       53000-MOSTRAR-INTENTO.
           MOVE REG-HIS-INTENTO(WSV-SUB-INT) TO WSV-INTENTO-AUX
           DISPLAY "INTENTO " WSV-SUB-INT ": " WSV-AUX-NUMEROS
           DISPLAY "NUMEROS CORRECTOS: " WSV-AUX-CORRECTOS
           DISPLAY "NUMEROS EN POSICION INCORRECTA: "
                   WSV-AUX-PRESENTES
           PERFORM 53100-ARMAR-FEEDBACK
           DISPLAY WSV-LINEA-FEEDBACK
           IF WSV-SUB-INT < REG-HIS-CANT-INTENTOS
               DISPLAY "PRESIONE ENTRAR PARA VER EL SIGUIENTE INTENTO"
               ACCEPT WSV-ENTER-E
           END-IF.

      *ARMA LA LINEA DE FEEDBACK IGUAL QUE 22100-ARMAR-FEEDBACK DE
      *EJJUENRO (CON WITH POINTER, POR EL ESPACIO DE "NO ESTA")
       53100-ARMAR-FEEDBACK.
           MOVE SPACES TO WSV-LINEA-FEEDBACK
           MOVE 1 TO WSV-PTR-FEEDBACK
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 4
               EVALUATE TRUE
               WHEN WSS-AUX-ACIERTO(L)
                   STRING "[" WSV-AUX-NUMERO(L) "=ACIERTO] "
                       DELIMITED BY SIZE
                       INTO WSV-LINEA-FEEDBACK
                       WITH POINTER WSV-PTR-FEEDBACK
               WHEN WSS-AUX-PRESENTE(L)
                   STRING "[" WSV-AUX-NUMERO(L) "=PRESENTE] "
                       DELIMITED BY SIZE
                       INTO WSV-LINEA-FEEDBACK
                       WITH POINTER WSV-PTR-FEEDBACK
               WHEN OTHER
                   STRING "[" WSV-AUX-NUMERO(L) "=NO ESTA] "
                       DELIMITED BY SIZE
                       INTO WSV-LINEA-FEEDBACK
                       WITH POINTER WSV-PTR-FEEDBACK
               END-EVALUATE
           END-PERFORM.

      *DA FIN AL PROGRAMA
       30000-FIN-DEL-PROGRAMA.
           STOP RUN.
