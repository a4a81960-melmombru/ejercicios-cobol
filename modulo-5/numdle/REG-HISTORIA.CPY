       01 REG-HISTORIA.
           05 REG-HIS-JUGADOR      PIC X(10).
           05 REG-HIS-FECHA        PIC 9(08).
           05 REG-HIS-HORA         PIC 9(06).
           05 REG-HIS-MODO         PIC X(01).
               88 WSS-HIS-NORMAL       VALUE 'N'.
               88 WSS-HIS-DESAFIO      VALUE 'D'.
               88 WSS-HIS-DUELO        VALUE 'U'.
           05 REG-HIS-DIFICULTAD   PIC 9(01).
      *SEMILLA CON QUE SE GENERO LA SECUENCIA (0 = AL AZAR)
           05 REG-HIS-SEMILLA      PIC 9(04).
           05 REG-HIS-SECRETO      PIC X(04).
           05 REG-HIS-MAX-INTENTOS PIC 9(02).
           05 REG-HIS-CANT-INTENTOS PIC 9(02).
           05 REG-HIS-RESULTADO    PIC X(01).
               88 WSS-HIS-GANADA       VALUE 'G'.
               88 WSS-HIS-PERDIDA      VALUE 'P'.
      *CADA INTENTO CON SU RESULTADO POSICION POR POSICION (A = ACIERTO,
      *P = PRESENTE, N = NO ESTA) Y LAS CANTIDADES QUE VIO EL JUGADOR
           05 REG-HIS-INTENTO      OCCURS 8 TIMES.
               10 REG-HIS-NUMEROS  PIC X(04).
               10 REG-HIS-FEEDBACK PIC X(04).
               10 REG-HIS-CORRECTOS PIC 9(01).
               10 REG-HIS-PRESENTES PIC 9(01).
      *PISTAS PEDIDAS EN LA PARTIDA (EN BLANCO EN PARTIDAS VIEJAS)
           05 REG-HIS-PISTAS       PIC 9(02).
