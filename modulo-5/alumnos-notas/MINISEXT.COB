      *cierre (tipo 9) con la cantidad de detalles y la suma de los
      *porcentajes como totales de control, para entregar el soporte
      *en vez de retipear los formularios cada termino.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El detalle (tipo 2) agrega la fecha de nacimiento, el
      *   sexo y los anios de sobreedad al 30 de junio del anio
      *   informado (via RUTEDAD contra EDADES.PRM), y el cierre
      *   (tipo 9) la cantidad de alumnos por sexo (F, M, X y sin
      *   dato) y la cantidad con sobreedad.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               10 WST-AL-RESULTADO             PIC X(01).
               10 WST-AL-PRESENTES             PIC 9(04).
               10 WST-AL-TOTAL-DIAS            PIC 9(04).
               10 WST-AL-FECHA-NAC             PIC 9(08).
               10 WST-AL-SEXO                  PIC X(01).
                   88 WSS-AL-FEMENINO                  VALUE 'F'.
                   88 WSS-AL-MASCULINO                 VALUE 'M'.
                   88 WSS-AL-SEXO-X                    VALUE 'X'.
               10 WST-AL-SOBREEDAD             PIC 9(02).

       01 WSV-PORC-ASISTENCIA                  PIC 9(03).
       01 WSV-CONT-DETALLES                    PIC 9(06) VALUE 0.
       01 WSV-SUMA-PORCENTAJES                 PIC 9(08) VALUE 0.
       01 WSV-CONT-FEMENINO                    PIC 9(06) VALUE 0.
       01 WSV-CONT-MASCULINO                   PIC 9(06) VALUE 0.
       01 WSV-CONT-SEXO-X                      PIC 9(06) VALUE 0.
       01 WSV-CONT-SIN-SEXO                    PIC 9(06) VALUE 0.
       01 WSV-CONT-SOBREEDAD                   PIC 9(06) VALUE 0.

      *LA SOBREEDAD SE MIDE AL 30 DE JUNIO DEL ANIO INFORMADO
       01 WSV-FECHA-CORTE.
           05 WSV-COR-ANIO                     PIC 9(04).
           05 WSV-COR-MESDIA                   PIC 9(04) VALUE 0630.
       01 WSV-HAY-EDADES                       PIC X(01) VALUE 'S'.
           88 WSS-HAY-EDADES                           VALUE 'S'.

      *REGISTROS DEL FORMATO DEL MINISTERIO
       01 WSV-CABECERA.
           05 WSV-DET-ESTADO                   PIC X(01).
           05 WSV-DET-RESULTADO                PIC X(01).
           05 WSV-DET-ASISTENCIA               PIC 9(03).
           05 WSV-DET-FECHA-NAC                PIC 9(08).
           05 WSV-DET-SEXO                     PIC X(01).
           05 WSV-DET-SOBREEDAD                PIC 9(02).
           05 FILLER                           PIC X(14) VALUE SPACES.
       01 WSV-CIERRE.
           05 FILLER                           PIC X(01) VALUE '9'.
           05 WSV-CIE-CANTIDAD                 PIC 9(06).
           05 WSV-CIE-SUMA-PORC                PIC 9(08).
           05 WSV-CIE-FEMENINO                 PIC 9(06).
           05 WSV-CIE-MASCULINO                PIC 9(06).
           05 WSV-CIE-SEXO-X                   PIC 9(06).
           05 WSV-CIE-SIN-SEXO                 PIC 9(06).
           05 WSV-CIE-SOBREEDAD                PIC 9(06).
           05 FILLER                           PIC X(15) VALUE SPACES.

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTEDAD                         PIC X(07)
                                                       VALUE "RUTEDAD".
       COPY REG-EDAD.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'INGRESE ANIO A INFORMAR (AAAA): '
           ACCEPT WSV-ANIO-E
           MOVE WSV-ANIO-E TO WSV-COR-ANIO
           PERFORM 05000-CARGAR-EDADES
           PERFORM 10000-CARGAR-ALUMNOS
           PERFORM 20000-CRUZAR-ESTADOS
           PERFORM 30000-ACUMULAR-ASISTENCIA
           PERFORM 40000-GRABAR-EXTRACCION
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *CARGA LAS EDADES TEORICAS VIA RUTEDAD; SIN ELLAS LA
      *EXTRACCION SALE IGUAL, CON LA SOBREEDAD EN CERO
       05000-CARGAR-EDADES.
           MOVE "A" TO WSS-OPCION-EDAD
           CALL WSC-RUTEDAD USING REGISTRO-EDAD
           IF NOT WSS-EDAD-OK
               DISPLAY 'EDADES TEORICAS NO DISPONIBLES ('
                       WSV-ST-TEXTO-EDAD '), LA SOBREEDAD SALE EN CERO'
               MOVE 'N' TO WSV-HAY-EDADES
           END-IF.

       10000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
                   MOVE SPACE TO WST-AL-RESULTADO(IND-AL)
                   MOVE 0 TO WST-AL-PRESENTES(IND-AL)
                   MOVE 0 TO WST-AL-TOTAL-DIAS(IND-AL)
                   PERFORM 12000-CALCULAR-SOBREEDAD
               END-IF
           END-IF
           END-IF.

      *GUARDA FECHA DE NACIMIENTO Y SEXO Y CALCULA LOS ANIOS DE
      *SOBREEDAD VIA RUTEDAD (CERO SIN FECHA DE NACIMIENTO O SIN
      *EDAD TEORICA PARA EL CURSO)
       12000-CALCULAR-SOBREEDAD.
           IF REG-ALU-FECHA-NAC NOT NUMERIC
               MOVE 0 TO REG-ALU-FECHA-NAC
           END-IF
           MOVE REG-ALU-FECHA-NAC TO WST-AL-FECHA-NAC(IND-AL)
           MOVE REG-ALU-SEXO TO WST-AL-SEXO(IND-AL)
           MOVE 0 TO WST-AL-SOBREEDAD(IND-AL)
           IF WSS-HAY-EDADES
               MOVE "B" TO WSS-OPCION-EDAD
               MOVE REG-ALU-FECHA-NAC TO REG-EDAD-FECHA-NAC-E
               MOVE REG-ALU-CURSO TO REG-EDAD-CURSO-E
               MOVE WSV-FECHA-CORTE TO REG-EDAD-FECHA-CORTE-E
               CALL WSC-RUTEDAD USING REGISTRO-EDAD
               IF WSS-EDAD-OK
                   MOVE REG-EDAD-SOBREEDAD-R
                       TO WST-AL-SOBREEDAD(IND-AL)
               END-IF
           END-IF.

      *CRUZA ESTADO-ACADEMICO.DAT DEL ANIO PEDIDO CONTRA EL PADRON
       20000-CRUZAR-ESTADOS.
           OPEN INPUT ESTADO-ACADEMICO
           END-PERFORM
           MOVE WSV-CONT-DETALLES TO WSV-CIE-CANTIDAD
           MOVE WSV-SUMA-PORCENTAJES TO WSV-CIE-SUMA-PORC
           MOVE WSV-CONT-FEMENINO TO WSV-CIE-FEMENINO
           MOVE WSV-CONT-MASCULINO TO WSV-CIE-MASCULINO
           MOVE WSV-CONT-SEXO-X TO WSV-CIE-SEXO-X
           MOVE WSV-CONT-SIN-SEXO TO WSV-CIE-SIN-SEXO
           MOVE WSV-CONT-SOBREEDAD TO WSV-CIE-SOBREEDAD
           MOVE WSV-CIERRE TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           CLOSE EXTRACCION
           DISPLAY 'EXTRACCION PARA EL MINISTERIO GENERADA'
           DISPLAY 'DETALLES GRABADOS:     ' WSV-CONT-DETALLES
           DISPLAY 'SUMA DE PORCENTAJES:   ' WSV-SUMA-PORCENTAJES
           DISPLAY 'SEXO F / M / X / S/D:  ' WSV-CONT-FEMENINO ' / '
                   WSV-CONT-MASCULINO ' / ' WSV-CONT-SEXO-X ' / '
                   WSV-CONT-SIN-SEXO
           DISPLAY 'CON SOBREEDAD:         ' WSV-CONT-SOBREEDAD
           DISPLAY WSV-LINEA.

       41000-GRABAR-UN-DETALLE.
           MOVE WST-AL-ESTADO(IND-AL) TO WSV-DET-ESTADO
           MOVE WST-AL-RESULTADO(IND-AL) TO WSV-DET-RESULTADO
           MOVE WSV-PORC-ASISTENCIA TO WSV-DET-ASISTENCIA
           MOVE WST-AL-FECHA-NAC(IND-AL) TO WSV-DET-FECHA-NAC
           MOVE WST-AL-SEXO(IND-AL) TO WSV-DET-SEXO
           MOVE WST-AL-SOBREEDAD(IND-AL) TO WSV-DET-SOBREEDAD
           MOVE WSV-DETALLE TO REG-EXTRACCION
           WRITE REG-EXTRACCION
           IF WSS-FS-EXTRACCION-OK
               ADD 1 TO WSV-CONT-DETALLES
               ADD WSV-PORC-ASISTENCIA TO WSV-SUMA-PORCENTAJES
               EVALUATE TRUE
                   WHEN WSS-AL-FEMENINO(IND-AL)
                       ADD 1 TO WSV-CONT-FEMENINO
                   WHEN WSS-AL-MASCULINO(IND-AL)
                       ADD 1 TO WSV-CONT-MASCULINO
                   WHEN WSS-AL-SEXO-X(IND-AL)
                       ADD 1 TO WSV-CONT-SEXO-X
                   WHEN OTHER
                       ADD 1 TO WSV-CONT-SIN-SEXO
               END-EVALUATE
               IF WST-AL-SOBREEDAD(IND-AL) >= 1
                   ADD 1 TO WSV-CONT-SOBREEDAD
               END-IF
           ELSE
               DISPLAY 'ERROR EN EL WRITE DE MINISTERIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EXTRACCION
