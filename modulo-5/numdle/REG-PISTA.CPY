       01 AREA-PISTA.
           05 PIS-OPCION           PIC X(01).
               88 WSS-PIS-PISTA        VALUE 'P'.
               88 WSS-PIS-COMPARAR     VALUE 'C'.
      *OPCION C: RESULTADO POSICION POR POSICION (A = ACIERTO,
      *P = PRESENTE, N = NO ESTA) DE PIS-NUMEROS CONTRA PIS-SECRETO
           05 PIS-SECRETO          PIC X(04).
           05 PIS-NUMEROS          PIC X(04).
           05 PIS-FEEDBACK         PIC X(04).
      *OPCION P: INTENTOS HECHOS CON SU RESULTADO; DEVUELVE CUANTAS
      *SECUENCIAS 0000-9999 SIGUEN SIENDO POSIBLES Y COMO SUGERENCIA
      *LA PRIMERA DE ELLAS CON MAS NUMEROS DISTINTOS
           05 PIS-CANT-INTENTOS    PIC 9(02).
           05 PIS-INTENTO          OCCURS 12 TIMES.
               10 PIS-INT-NUMEROS  PIC X(04).
               10 PIS-INT-FEEDBACK PIC X(04).
           05 PIS-CANT-CANDIDATOS  PIC 9(05).
           05 PIS-SUGERIDO         PIC X(04).
