      *   en DUELOS.DAT, con un listado de duelos jugados y el
      *   historial entre cada par de rivales. El duelo no suma a la
      *   tabla de posiciones, igual que el desafio del dia.
      * 2026 10 - Cada partida terminada (normal, desafio del dia o cada
      *   turno de un duelo) se agrega a HISTORIA.DAT (copybook
      *   REG-HISTORIA) con jugador, fecha, modo, dificultad, semilla,
      *   secuencia, cada intento con su resultado posicion por posicion
      *   y el resultado final, para las estadisticas y la repeticion de
      *   partidas de EJESTNRO.
      * 2026 10 - Pistas: ingresando ? en lugar de los numeros, la
      *   rutina EJEPISTA informa cuantas secuencias siguen siendo
      *   posibles segun los resultados de la partida y sugiere una.
      *   Cada pista suma un intento a la mejor victoria en PUNTAJES.DAT
      *   y queda en HISTORIA.DAT; no hay pistas en el desafio ni en el
      *   duelo.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJJUENRO.
       SELECT OPTIONAL DUELOS      ASSIGN TO DISK 'DUELOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-DUELOS.

       SELECT OPTIONAL HISTORIA    ASSIGN TO DISK 'HISTORIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HISTORIA.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-DUE-RESUELTO-2   PIC X(01).
           05 REG-DUE-INTENTOS-2   PIC 9(02).
           05 REG-DUE-GANADOR      PIC X(10).

       FD HISTORIA.
       COPY REG-HISTORIA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-JUEGO                       PIC X(02).
       01 WSV-RIV-JUGADOR-B                    PIC X(10).
       01 WSV-RIV-GANADOR                      PIC X(10).

      *HISTORIA DE PARTIDAS (HISTORIA.DAT): CADA PARTIDA TERMINADA,
      *DE CUALQUIER MODO, CON SUS INTENTOS Y EL RESULTADO DE CADA UNO
       01 WSS-FS-HISTORIA                      PIC X(02).
           88 WSS-FS-HISTORIA-OK                     VALUE '00' '05'.

       01 WSV-MODO-PARTIDA                     PIC X(01) VALUE 'N'.
           88 WSS-PARTIDA-NORMAL                     VALUE 'N'.
           88 WSS-PARTIDA-DESAFIO                    VALUE 'D'.
           88 WSS-PARTIDA-DUELO                      VALUE 'U'.
       01 WSV-JUGADOR-PARTIDA                  PIC X(10).
       01 WSV-SEMILLA-PARTIDA                  PIC 9(04) VALUE 0.
       01 WSV-HORA-PARTIDA                     PIC 9(08).
       01 WSV-CONT-JUGADAS                     PIC 9(02).
       01 WSV-SUB-JUG                          PIC 9(02).
       01 WST-JUGADAS-PARTIDA.
           05 WST-JUG-ITEM                     OCCURS 8 TIMES.
               10 WST-JUG-NUMEROS              PIC X(04).
               10 WST-JUG-FEEDBACK             PIC X(04).
               10 WST-JUG-CORRECTOS            PIC 9(01).
               10 WST-JUG-PRESENTES            PIC 9(01).

      *PISTAS: CADA UNA SUMA UN INTENTO A LOS USADOS PARA LA TABLA DE
      *POSICIONES. NO HAY PISTAS EN EL DESAFIO NI EN EL DUELO
       01 WSV-CONT-PISTAS                      PIC 9(02).
       01 WSV-CANDIDATOS-E                     PIC Z(04)9.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTAZAR                        PIC X(09)
                                                    VALUE "EJEAZAR0".
       01 AREA-COMUNICACION.
           05 CAMPO-SEMILLA       PIC 9(04) VALUE 0.
           05 CAMPO-INCOGNITO      PIC X(4).

       01  WSC-RUTPISTA                       PIC X(09)
                                                    VALUE "EJEPISTA".
       COPY REG-PISTA.
      **SALIDA--------------------------------------------------------*
       01 WSV-LINEA-JUEGO.
            05 FILLER                          PIC X(01) VALUE "|".
               MOVE 5 TO WSC-MAX-INTENTOS
               INITIALIZE WSV-INTENTOS
               SET WSS-MODO-DESAFIO TO TRUE
               SET WSS-PARTIDA-DESAFIO TO TRUE
               MOVE WSV-JUGADOR TO WSV-JUGADOR-PARTIDA
               DISPLAY "DESAFIO DEL " WSV-FECHA-HOY
                       ", TIENE " WSC-MAX-INTENTOS " INTENTOS"
               PERFORM 20000-JUEGO
           END-IF.

       09200-TURNO-JUGADOR-1.
           SET WSS-PARTIDA-DUELO TO TRUE
           MOVE WSV-JUGADOR TO WSV-JUGADOR-PARTIDA
           DISPLAY "TURNO DE " WSV-JUGADOR ", TIENE "
                   WSC-MAX-INTENTOS " INTENTOS"
           INITIALIZE WSV-INTENTOS
      *EL SEGUNDO JUGADOR ENFRENTA LA MISMA SECUENCIA DEL DUELO
       09300-TURNO-JUGADOR-2.
           MOVE WSV-SECUENCIA-DUELO TO WST-NUMS-INCOG
           SET WSS-PARTIDA-DUELO TO TRUE
           MOVE WSV-RIVAL TO WSV-JUGADOR-PARTIDA
           DISPLAY "TURNO DE " WSV-RIVAL ", TIENE "
                   WSC-MAX-INTENTOS " INTENTOS"
           INITIALIZE WSV-INTENTOS

      *GENERA EL NRO A ADIVINAR Y PIDE LA DIFICULTAD DE LA PARTIDA
       10000-INICIO.
           SET WSS-PARTIDA-NORMAL TO TRUE
           MOVE WSV-JUGADOR TO WSV-JUGADOR-PARTIDA
           PERFORM 10500-PEDIR-SEMILLA
           PERFORM 11000-GENERAR-NRO
           PERFORM 13000-ELEGIR-DIF.
           DISPLAY "SEMILLA PARA REPETIR UNA PARTIDA (0 = AL AZAR): "
           ACCEPT CAMPO-SEMILLA.

      *LLAMA A LA RUTINA QUE GENERA LA SECUENCIA A ADIVINAR. LA
      *SEMILLA SE GUARDA ANTES PARA LA HISTORIA, PORQUE LA RUTINA LA
      *MODIFICA
       11000-GENERAR-NRO.
           MOVE CAMPO-SEMILLA TO WSV-SEMILLA-PARTIDA
           CALL WSC-RUTAZAR USING AREA-COMUNICACION
           MOVE CAMPO-INCOGNITO TO WST-NUMS-INCOG.

      *HASTA ACERTAR O AGOTAR LOS INTENTOS PERMITIDOS
       20000-JUEGO.
           SET WSS-FS-JUEGO-EOF TO TRUE
           MOVE 0 TO WSV-CONT-JUGADAS
           MOVE 0 TO WSV-CONT-PISTAS
           PERFORM UNTIL WSV-INTENTOS >= WSC-MAX-INTENTOS
                   OR WSS-FS-JUEGO-OK
               PERFORM 21000-PEDIR-NROS
               PERFORM 23000-COMPARAR-NUMEROS
               PERFORM 24000-ANOTAR-JUGADA
               IF WSV-CORRECTOS NOT= 4
                 PERFORM 22000-MOSTRAR-RESULTADOS
                 ADD 1 TO WSV-INTENTOS
           END-IF
           DISPLAY "PARTIDAS GANADAS: " WSV-PARTIDAS-GANADAS
                   " / PERDIDAS: " WSV-PARTIDAS-PERDIDAS
           IF WSV-CONT-PISTAS > 0
               DISPLAY "PISTAS PEDIDAS: " WSV-CONT-PISTAS
           END-IF
           IF NOT WSS-MODO-DESAFIO
               PERFORM 25000-ACTUALIZAR-PUNTAJE
           END-IF
           PERFORM 26000-GRABAR-HISTORIA.

      *GUARDA EL INTENTO Y SU RESULTADO PARA LA HISTORIA DE LA PARTIDA
       24000-ANOTAR-JUGADA.
           IF WSV-CONT-JUGADAS < 8
               ADD 1 TO WSV-CONT-JUGADAS
               MOVE WST-NUMEROS TO WST-JUG-NUMEROS(WSV-CONT-JUGADAS)
               MOVE WST-RESULTADO-POSICION
                   TO WST-JUG-FEEDBACK(WSV-CONT-JUGADAS)
               MOVE WSV-CORRECTOS
                   TO WST-JUG-CORRECTOS(WSV-CONT-JUGADAS)
               MOVE WSV-POSICION-E
                   TO WST-JUG-PRESENTES(WSV-CONT-JUGADAS)
           END-IF.

      *AGREGA LA PARTIDA TERMINADA A HISTORIA.DAT. UN ERROR ACA SE
      *INFORMA PERO NO CORTA LA SESION, PARA NO PERDER LA TABLA DE
      *POSICIONES QUE SE GRABA AL SALIR
       26000-GRABAR-HISTORIA.
           OPEN EXTEND HISTORIA
           IF NOT WSS-FS-HISTORIA-OK
               DISPLAY "ERROR EN EL OPEN DE SALIDA DE HISTORIA.DAT"
               DISPLAY "FILE STATUS " WSS-FS-HISTORIA
           ELSE
               MOVE SPACES TO REG-HISTORIA
               MOVE WSV-JUGADOR-PARTIDA TO REG-HIS-JUGADOR
               MOVE WSV-FECHA-HOY TO REG-HIS-FECHA
               ACCEPT WSV-HORA-PARTIDA FROM TIME
               COMPUTE REG-HIS-HORA = WSV-HORA-PARTIDA / 100
               MOVE WSV-MODO-PARTIDA TO REG-HIS-MODO
               MOVE WSV-DIFICULTAD TO REG-HIS-DIFICULTAD
               MOVE WSV-SEMILLA-PARTIDA TO REG-HIS-SEMILLA
               MOVE WST-NUMS-INCOG TO REG-HIS-SECRETO
               MOVE WSC-MAX-INTENTOS TO REG-HIS-MAX-INTENTOS
               MOVE WSV-CONT-JUGADAS TO REG-HIS-CANT-INTENTOS
               MOVE WSV-CONT-PISTAS TO REG-HIS-PISTAS
               IF WSS-FS-JUEGO-OK
                   SET WSS-HIS-GANADA TO TRUE
               ELSE
                   SET WSS-HIS-PERDIDA TO TRUE
               END-IF
               PERFORM VARYING WSV-SUB-JUG FROM 1 BY 1
                       UNTIL WSV-SUB-JUG > WSV-CONT-JUGADAS
                   MOVE WST-JUG-ITEM(WSV-SUB-JUG)
                       TO REG-HIS-INTENTO(WSV-SUB-JUG)
               END-PERFORM
               WRITE REG-HISTORIA
               IF NOT WSS-FS-HISTORIA-OK
                   DISPLAY "ERROR EN EL WRITE DE HISTORIA.DAT"
                   DISPLAY "FILE STATUS " WSS-FS-HISTORIA
               END-IF
               CLOSE HISTORIA
           END-IF.

      *ACTUALIZA LA FILA DEL JUGADOR Y LA DIFICULTAD EN LA TABLA DE
      *POSICIONES: PARTIDAS JUGADAS, GANADAS Y LA MEJOR VICTORIA
      *(LA DE MENOS INTENTOS). CADA PISTA PEDIDA CUENTA COMO UN
      *INTENTO MAS
       25000-ACTUALIZAR-PUNTAJE.
           COMPUTE WSV-INTENTOS-USADOS = WSV-INTENTOS + 1
                                       + WSV-CONT-PISTAS
           MOVE 0 TO WSV-PUN-HALLADO
           PERFORM VARYING WSV-SUB-PUN FROM 1 BY 1
                   UNTIL WSV-SUB-PUN > WSV-CONT-PUNTAJES
               END-IF
           END-IF.

      *PIDE LOS 4 NUMEROS A ADIVINAR, VALIDANDO QUE SEAN NUMERICOS.
      *UN "?" PIDE UNA PISTA Y VUELVE A PEDIR LOS NUMEROS
       21000-PEDIR-NROS.
           MOVE 'N' TO WSV-ENTRADA-VALIDA
           PERFORM UNTIL WSS-ENTRADA-VALIDA
               DISPLAY "INGRESE 4 NUMEROS (sin espacios, ? = PISTA):"
               ACCEPT WSV-ENTRADA-NUMEROS
               EVALUATE TRUE
                   WHEN WSV-ENTRADA-NUMEROS IS NUMERIC
                       MOVE WSV-ENTRADA-NUMEROS TO WST-NUMEROS
                       MOVE 'S' TO WSV-ENTRADA-VALIDA
                   WHEN WSV-ENTRADA-NUMEROS = "?"
                       PERFORM 21500-DAR-PISTA
                   WHEN OTHER
                       DISPLAY "ENTRADA INVALIDA, DEBE INGRESAR "
                               "4 DIGITOS"
               END-EVALUATE
           END-PERFORM.

      *CON LOS INTENTOS HECHOS EN LA PARTIDA, INFORMA CUANTAS
      *SECUENCIAS SIGUEN SIENDO POSIBLES Y SUGIERE UNA DE ELLAS
       21500-DAR-PISTA.
           IF WSS-MODO-DESAFIO
               DISPLAY "NO HAY PISTAS EN EL DESAFIO NI EN EL DUELO"
           ELSE
               SET WSS-PIS-PISTA TO TRUE
               MOVE WSV-CONT-JUGADAS TO PIS-CANT-INTENTOS
               PERFORM VARYING WSV-SUB-JUG FROM 1 BY 1
                       UNTIL WSV-SUB-JUG > WSV-CONT-JUGADAS
                   MOVE WST-JUG-NUMEROS(WSV-SUB-JUG)
                       TO PIS-INT-NUMEROS(WSV-SUB-JUG)
                   MOVE WST-JUG-FEEDBACK(WSV-SUB-JUG)
                       TO PIS-INT-FEEDBACK(WSV-SUB-JUG)
               END-PERFORM
               CALL WSC-RUTPISTA USING AREA-PISTA
               ADD 1 TO WSV-CONT-PISTAS
               MOVE PIS-CANT-CANDIDATOS TO WSV-CANDIDATOS-E
               DISPLAY "PISTA: QUEDAN " WSV-CANDIDATOS-E
                       " SECUENCIAS POSIBLES, PRUEBE CON "
                       PIS-SUGERIDO
               DISPLAY "(CADA PISTA SUMA UN INTENTO AL PUNTAJE)"
           END-IF.

      *COMPARA LOS NUMEROS INGRESADOS CONTRA LA SECUENCIA SECRETA,
      *MARCANDO POR POSICION SI ES UN ACIERTO, ESTA PRESENTE EN OTRA
      *POSICION, O NO ESTA EN LA SECUENCIA
