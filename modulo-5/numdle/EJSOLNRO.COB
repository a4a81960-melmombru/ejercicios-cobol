      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Resolvedor del NUMBLE para calificar semillas.
      *   Genera la secuencia con EJEAZAR0 para la semilla dada (o la
      *   del desafio de una fecha, calculada igual que en EJJUENRO) y
      *   la juega solo: en cada intento prueba la secuencia que
      *   sugiere la pista, una de las que siguen siendo posibles
      *   segun los resultados anteriores (rutina EJEPISTA, las mismas
      *   reglas del juego), hasta acertar. Informa los intentos que
      *   necesito y califica la semilla contra los limites del juego
      *   (5 intentos en el desafio y el duelo, 8 en el nivel facil).
      *   Tambien califica un rango de semillas con un resumen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJSOLNRO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSV-OPCION-MENU                      PIC 9(01) VALUE 0.
       01 WSV-SEMILLA                          PIC 9(04).
       01 WSV-SEMILLA-DESDE                    PIC 9(04).
       01 WSV-SEMILLA-HASTA                    PIC 9(04).
       01 WSV-SECRETO                          PIC X(04).
       01 WSV-FECHA                            PIC 9(08).
       01 WSV-FECHA-R REDEFINES WSV-FECHA.
           05 WSV-FECHA-ANIO                   PIC 9(04).
           05 WSV-FECHA-MES                    PIC 9(02).
           05 WSV-FECHA-DIA                    PIC 9(02).
       01 WSV-COCIENTE                         PIC 9(08).

      *EL RESOLVEDOR NO TIENE LIMITE DE 8 INTENTOS COMO EL JUEGO;
      *LA TABLA DE INTENTOS DE LA RUTINA ADMITE 12
       01 WSC-MAX-INTENTOS-RES                 PIC 9(02) VALUE 12.
       01 WSV-RESUELTO                         PIC X(01).
           88 WSS-RESUELTO                           VALUE 'S'.
       01 WSV-SIN-CANDIDATOS                   PIC X(01).
           88 WSS-SIN-CANDIDATOS                     VALUE 'S'.
       01 WSV-DETALLE                          PIC X(01).
           88 WSS-DETALLE                            VALUE 'S'.
       01 WSV-CANDIDATOS-E                     PIC Z(04)9.
       01 WSV-CALIFICACION                     PIC X(01).
           88 WSS-CALIF-BAJA                         VALUE '1'.
           88 WSS-CALIF-MEDIA                        VALUE '2'.
           88 WSS-CALIF-ALTA                         VALUE '3'.
           88 WSS-CALIF-MUY-ALTA                     VALUE '4'.
       01 WSV-CALIF-TEXTO                      PIC X(45).

      *RESUMEN DE UN RANGO DE SEMILLAS
       01 WSV-CONT-SEMILLAS                    PIC 9(05).
       01 WSV-CONT-BAJA                        PIC 9(05).
       01 WSV-CONT-MEDIA                       PIC 9(05).
       01 WSV-CONT-ALTA                        PIC 9(05).
       01 WSV-CONT-MUY-ALTA                    PIC 9(05).
       01 WSV-TOTAL-INTENTOS                   PIC 9(07).
       01 WSV-MAX-INTENTOS-RANGO               PIC 9(02).
       01 WSV-SEMILLA-MAS-DIFICIL              PIC 9(04).
       01 WSV-PROMEDIO                         PIC 9(02)V99.
       01 WSV-PROMEDIO-EDIT                    PIC Z9.99.

      **RUTINAS--------------------------------------------------------*
       01  WSC-RUTAZAR                        PIC X(09)
                                                    VALUE "EJEAZAR0".

       01 AREA-COMUNICACION.
           05 CAMPO-SEMILLA       PIC 9(04) VALUE 0.
           05 CAMPO-INCOGNITO      PIC X(4).

       01  WSC-RUTPISTA                       PIC X(09)
                                                    VALUE "EJEPISTA".
       COPY REG-PISTA.
      **SALIDA--------------------------------------------------------*
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
           DISPLAY "1. RESOLVER UNA SEMILLA"
           DISPLAY "2. RESOLVER EL DESAFIO DE UNA FECHA"
           DISPLAY "3. CALIFICAR UN RANGO DE SEMILLAS"
           DISPLAY "9. SALIR"
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   PERFORM 10000-UNA-SEMILLA
               WHEN 2
                   PERFORM 08000-DESAFIO-FECHA
               WHEN 3
                   PERFORM 40000-RANGO-SEMILLAS
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *LA SEMILLA DEL DESAFIO SE DERIVA DE LA FECHA COMO EN EJJUENRO:
      *RESTO DE LA FECHA COMPLETA DIVIDIDA POR 9973, Y 1 SI DA 0
       08000-DESAFIO-FECHA.
           DISPLAY "FECHA DEL DESAFIO (AAAAMMDD): "
           ACCEPT WSV-FECHA
           IF WSV-FECHA NOT NUMERIC
                   OR WSV-FECHA-MES < 1 OR WSV-FECHA-MES > 12
                   OR WSV-FECHA-DIA < 1 OR WSV-FECHA-DIA > 31
               DISPLAY "FECHA INVALIDA"
           ELSE
               DIVIDE WSV-FECHA BY 9973 GIVING WSV-COCIENTE
                   REMAINDER WSV-SEMILLA
               IF WSV-SEMILLA = 0
                   MOVE 1 TO WSV-SEMILLA
               END-IF
               DISPLAY "DESAFIO DEL " WSV-FECHA
                       " (SEMILLA " WSV-SEMILLA ")"
               SET WSS-DETALLE TO TRUE
               PERFORM 20000-RESOLVER
               PERFORM 22000-CALIFICAR
               PERFORM 23000-MOSTRAR-CALIFICACION
           END-IF.

      *UNA SEMILLA PUNTUAL (LA DEL DUELO, POR EJEMPLO). LA SEMILLA 0
      *NO SE CALIFICA PORQUE PARA EJEAZAR0 SIGNIFICA AL AZAR
       10000-UNA-SEMILLA.
           DISPLAY "SEMILLA A RESOLVER (1 A 9999): "
           ACCEPT WSV-SEMILLA
           IF WSV-SEMILLA NOT NUMERIC OR WSV-SEMILLA = 0
               DISPLAY "SEMILLA INVALIDA, 0 ES SECUENCIA AL AZAR"
           ELSE
               SET WSS-DETALLE TO TRUE
               PERFORM 20000-RESOLVER
               PERFORM 22000-CALIFICAR
               PERFORM 23000-MOSTRAR-CALIFICACION
           END-IF.

      *GENERA LA SECUENCIA DE LA SEMILLA Y LA JUEGA HASTA ACERTAR
       20000-RESOLVER.
           MOVE WSV-SEMILLA TO CAMPO-SEMILLA
           CALL WSC-RUTAZAR USING AREA-COMUNICACION
           MOVE CAMPO-INCOGNITO TO WSV-SECRETO
           MOVE 0 TO PIS-CANT-INTENTOS
           MOVE 'N' TO WSV-RESUELTO
           MOVE 'N' TO WSV-SIN-CANDIDATOS
           IF WSS-DETALLE
               DISPLAY WSV-LINEA
               DISPLAY "SEMILLA " WSV-SEMILLA
                       " - SECUENCIA " WSV-SECRETO
               DISPLAY "RESULTADO: A = ACIERTO, P = PRESENTE, "
                       "N = NO ESTA"
               DISPLAY WSV-LINEA
           END-IF
           PERFORM 21000-JUGAR-INTENTO
               UNTIL WSS-RESUELTO OR WSS-SIN-CANDIDATOS
                   OR PIS-CANT-INTENTOS >= WSC-MAX-INTENTOS-RES.

      *PIDE LA SUGERENCIA A LA RUTINA, LA COMPARA CONTRA LA SECUENCIA
      *CON LAS REGLAS DEL JUEGO Y LA AGREGA A LOS INTENTOS HECHOS
       21000-JUGAR-INTENTO.
           SET WSS-PIS-PISTA TO TRUE
           CALL WSC-RUTPISTA USING AREA-PISTA
           IF PIS-CANT-CANDIDATOS = 0
               DISPLAY "ERROR: NO QUEDAN SECUENCIAS POSIBLES PARA "
                       "LA SEMILLA " WSV-SEMILLA
               SET WSS-SIN-CANDIDATOS TO TRUE
           ELSE
               MOVE PIS-CANT-CANDIDATOS TO WSV-CANDIDATOS-E
               SET WSS-PIS-COMPARAR TO TRUE
               MOVE WSV-SECRETO TO PIS-SECRETO
               MOVE PIS-SUGERIDO TO PIS-NUMEROS
               CALL WSC-RUTPISTA USING AREA-PISTA
               ADD 1 TO PIS-CANT-INTENTOS
               MOVE PIS-NUMEROS TO PIS-INT-NUMEROS(PIS-CANT-INTENTOS)
               MOVE PIS-FEEDBACK TO PIS-INT-FEEDBACK(PIS-CANT-INTENTOS)
               IF WSS-DETALLE
                   DISPLAY "INTENTO " PIS-CANT-INTENTOS ": "
                           PIS-NUMEROS " RESULTADO " PIS-FEEDBACK
                           " (ENTRE " WSV-CANDIDATOS-E " POSIBLES)"
               END-IF
               IF PIS-FEEDBACK = "AAAA"
                   SET WSS-RESUELTO TO TRUE
               END-IF
           END-IF.

      *CALIFICA LA SEMILLA SEGUN LOS INTENTOS QUE NECESITO EL
      *RESOLVEDOR: BAJA HASTA 3 (ENTRA EN EL NIVEL DIFICIL), MEDIA
      *HASTA 5 (LOS DEL DESAFIO Y EL DUELO), ALTA HASTA 8 (SOLO EN EL
      *NIVEL FACIL) Y MUY ALTA SI NECESITO MAS O NO LA RESOLVIO
       22000-CALIFICAR.
           EVALUATE TRUE
               WHEN NOT WSS-RESUELTO
                   SET WSS-CALIF-MUY-ALTA TO TRUE
                   MOVE "MUY ALTA (NO RESUELTA)" TO WSV-CALIF-TEXTO
               WHEN PIS-CANT-INTENTOS <= 3
                   SET WSS-CALIF-BAJA TO TRUE
                   MOVE "BAJA (ENTRA EN 3 INTENTOS)" TO WSV-CALIF-TEXTO
               WHEN PIS-CANT-INTENTOS <= 5
                   SET WSS-CALIF-MEDIA TO TRUE
                   MOVE "MEDIA (ENTRA EN 5 INTENTOS)"
                       TO WSV-CALIF-TEXTO
               WHEN PIS-CANT-INTENTOS <= 8
                   SET WSS-CALIF-ALTA TO TRUE
                   MOVE "ALTA (MAS DE 5 INTENTOS, NO PARA DESAFIO)"
                       TO WSV-CALIF-TEXTO
               WHEN OTHER
                   SET WSS-CALIF-MUY-ALTA TO TRUE
                   MOVE "MUY ALTA (MAS DE 8 INTENTOS)"
                       TO WSV-CALIF-TEXTO
           END-EVALUATE.

       23000-MOSTRAR-CALIFICACION.
           DISPLAY WSV-LINEA
           IF WSS-RESUELTO
               DISPLAY "RESUELTA EN " PIS-CANT-INTENTOS " INTENTOS"
           ELSE
               DISPLAY "NO RESUELTA EN " PIS-CANT-INTENTOS
                       " INTENTOS"
           END-IF
           DISPLAY "DIFICULTAD: " WSV-CALIF-TEXTO
           DISPLAY WSV-LINEA.

      *RESUELVE CADA SEMILLA DEL RANGO SIN DETALLE, UNA LINEA POR
      *SEMILLA, Y TERMINA CON LA CANTIDAD POR CALIFICACION, EL
      *PROMEDIO DE INTENTOS Y LA SEMILLA MAS DIFICIL
       40000-RANGO-SEMILLAS.
           DISPLAY "SEMILLA DESDE (1 A 9999): "
           ACCEPT WSV-SEMILLA-DESDE
           DISPLAY "SEMILLA HASTA (1 A 9999): "
           ACCEPT WSV-SEMILLA-HASTA
           IF WSV-SEMILLA-DESDE NOT NUMERIC
                   OR WSV-SEMILLA-HASTA NOT NUMERIC
                   OR WSV-SEMILLA-DESDE = 0
                   OR WSV-SEMILLA-HASTA < WSV-SEMILLA-DESDE
               DISPLAY "RANGO INVALIDO"
           ELSE
               MOVE 0 TO WSV-CONT-SEMILLAS WSV-CONT-BAJA
                         WSV-CONT-MEDIA WSV-CONT-ALTA
                         WSV-CONT-MUY-ALTA WSV-TOTAL-INTENTOS
                         WSV-MAX-INTENTOS-RANGO
                         WSV-SEMILLA-MAS-DIFICIL
               MOVE 'N' TO WSV-DETALLE
               MOVE WSV-SEMILLA-DESDE TO WSV-SEMILLA
               PERFORM 41000-CALIFICAR-SEMILLA
               PERFORM UNTIL WSV-SEMILLA >= WSV-SEMILLA-HASTA
                   ADD 1 TO WSV-SEMILLA
                   PERFORM 41000-CALIFICAR-SEMILLA
               END-PERFORM
               PERFORM 42000-MOSTRAR-RESUMEN
           END-IF.

       41000-CALIFICAR-SEMILLA.
           PERFORM 20000-RESOLVER
           PERFORM 22000-CALIFICAR
           ADD 1 TO WSV-CONT-SEMILLAS
           ADD PIS-CANT-INTENTOS TO WSV-TOTAL-INTENTOS
           IF PIS-CANT-INTENTOS > WSV-MAX-INTENTOS-RANGO
               MOVE PIS-CANT-INTENTOS TO WSV-MAX-INTENTOS-RANGO
               MOVE WSV-SEMILLA TO WSV-SEMILLA-MAS-DIFICIL
           END-IF
           EVALUATE TRUE
               WHEN WSS-CALIF-BAJA
                   ADD 1 TO WSV-CONT-BAJA
               WHEN WSS-CALIF-MEDIA
                   ADD 1 TO WSV-CONT-MEDIA
               WHEN WSS-CALIF-ALTA
                   ADD 1 TO WSV-CONT-ALTA
               WHEN OTHER
                   ADD 1 TO WSV-CONT-MUY-ALTA
           END-EVALUATE
           DISPLAY "SEMILLA " WSV-SEMILLA " SECUENCIA " WSV-SECRETO
                   " INTENTOS " PIS-CANT-INTENTOS " "
                   WSV-CALIF-TEXTO.

       42000-MOSTRAR-RESUMEN.
           COMPUTE WSV-PROMEDIO ROUNDED =
                   WSV-TOTAL-INTENTOS / WSV-CONT-SEMILLAS
           MOVE WSV-PROMEDIO TO WSV-PROMEDIO-EDIT
           DISPLAY WSV-LINEA
           DISPLAY "SEMILLAS CALIFICADAS:  " WSV-CONT-SEMILLAS
           DISPLAY "DIFICULTAD BAJA:       " WSV-CONT-BAJA
           DISPLAY "DIFICULTAD MEDIA:      " WSV-CONT-MEDIA
           DISPLAY "DIFICULTAD ALTA:       " WSV-CONT-ALTA
           DISPLAY "DIFICULTAD MUY ALTA:   " WSV-CONT-MUY-ALTA
           DISPLAY "PROMEDIO DE INTENTOS:  " WSV-PROMEDIO-EDIT
           DISPLAY "SEMILLA MAS DIFICIL:   " WSV-SEMILLA-MAS-DIFICIL
                   " (" WSV-MAX-INTENTOS-RANGO " INTENTOS)"
           DISPLAY WSV-LINEA.

       30000-FIN-DEL-PROGRAMA.
           STOP RUN.
