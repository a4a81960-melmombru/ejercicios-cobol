       01 REG-PASE.
           05 REG-PAS-TIPO             PIC X(01).
               88 WSS-PAS-CABECERA             VALUE 'C'.
               88 WSS-PAS-NOTA                 VALUE 'N'.
               88 WSS-PAS-CIERRE               VALUE 'F'.
           05 REG-PAS-DATOS            PIC X(60).
      *CABECERA: DATOS DEL ALUMNO Y ESCUELA A LA QUE VA EL PASE
           05 REG-PAS-CAB REDEFINES REG-PAS-DATOS.
               10 REG-PAS-NRO-ALUMNO   PIC 9(04).
               10 REG-PAS-NOMBRE       PIC X(23).
               10 REG-PAS-NRO-PAIS     PIC 9(03).
               10 REG-PAS-CURSO        PIC X(02).
               10 REG-PAS-FECHA        PIC 9(08).
               10 REG-PAS-ESCUELA      PIC X(20).
      *UNA NOTA DE LA HISTORIA, CON LA MATERIA DE LA ESCUELA EMISORA
           05 REG-PAS-DET REDEFINES REG-PAS-DATOS.
               10 REG-PAS-NRO-MATERIA  PIC 9(02).
               10 REG-PAS-MATERIA      PIC X(25).
               10 REG-PAS-ANIO         PIC 9(04).
               10 REG-PAS-MES          PIC 9(02).
               10 REG-PAS-NOTA         PIC 9(02).
               10 REG-PAS-NOTA-TIPO    PIC X(01).
               10 FILLER               PIC X(24).
      *CIERRE: CANTIDAD DE NOTAS INFORMADAS EN EL ARCHIVO
           05 REG-PAS-FIN REDEFINES REG-PAS-DATOS.
               10 REG-PAS-CANT-NOTAS   PIC 9(04).
               10 FILLER               PIC X(56).
