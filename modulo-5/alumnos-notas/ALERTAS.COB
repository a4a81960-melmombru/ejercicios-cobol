      *cada alumno activo compara su promedio del mes mas reciente
      *cargado en NOTANEW.DAT contra el promedio de sus meses
      *anteriores, lo cruza con su porcentaje de asistencia de
      *CONDASIS.DAT, y aplica los umbrales del archivo de
      *parametros ALERTAS.PRM (caida minima de promedio que dispara
      *la alerta, asistencia minima). Los alumnos cuyo promedio cayo
      *o cuya asistencia quedo por debajo del umbral quedan en
      *   la primera pasada junta los recuperatorios (como el
      *   informe de promedios) y la segunda saltea las ordinarias
      *   que ellos reemplazan; antes ambas notas se promediaban.
      * 2026 10 - La asistencia sale de CONDASIS.DAT (que arma
      *   ASISLIBR para el anio del ultimo periodo) en lugar de
      *   recontar ASISTENCIA.DAT, y el alumno que quedo LIBRE o
      *   LIBRE DEFINITIVO por faltas se alerta por asistencia aunque
      *   su porcentaje no baje del minimo.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.

       SELECT OPTIONAL CONDASIS    ASSIGN TO DISK 'CONDASIS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONDASIS.

       SELECT SALIDA-ALERTAS       ASSIGN TO DISK 'ALERTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
           05 REG-NOT-TIPO                     PIC X(01).
               88 WSS-NOT-RECUPERATORIO                VALUE 'R'.

       FD CONDASIS.
       COPY REG-CONDASIS.

       FD SALIDA-ALERTAS.
       01 REG-ALERTA.
           88 WSS-FS-NOTAS-OK                          VALUE '00'.
           88 WSS-FS-NOTAS-EOF                         VALUE '10'.

       01 WSS-FS-CONDASIS                      PIC X(02).
           88 WSS-FS-CONDASIS-OK                       VALUE '00' '05'.
           88 WSS-FS-CONDASIS-EOF                      VALUE '10'.

       01 WSS-FS-ALERTAS                       PIC X(02).
           88 WSS-FS-ALERTAS-OK                        VALUE '00' '05'.
               10 WST-AL-CONT-ANT              PIC 9(04).
               10 WST-AL-PRESENTES             PIC 9(04).
               10 WST-AL-TOTAL-DIAS            PIC 9(04).
               10 WST-AL-LIBRE                 PIC X(01).
                   88 WSS-AL-LIBRE                     VALUE 'S'.

      *PERIODO MAS RECIENTE ENCONTRADO EN NOTANEW.DAT
       01 WSV-PERIODO-ULTIMO                   PIC 9(06).
       01 WSV-PERIODO-REG                      PIC 9(06).
       01 WSV-ANIO-ULTIMO                      PIC 9(04).
       01 WSV-CONT-CONDICIONES                 PIC S9(4) COMP VALUE 0.

      *RECUPERATORIOS JUNTADOS EN LA PRIMERA PASADA: LA NOTA
      *ORIGINAL DEL MISMO ALUMNO, MATERIA Y PERIODO SE SALTEA
               10 WST-ALE-DET-PROM-ANT     PIC 9(02)V99.
               10 WST-ALE-DET-PROM-ULT     PIC 9(02)V99.
               10 WST-ALE-DET-ASIS         PIC 9(03).
               10 WST-ALE-DET-LIBRE        PIC X(01).
       01 WSV-SUB-AL                           PIC 9(03).

      **INFORME--------------------------------------------------------*
                   MOVE 0 TO WST-AL-CONT-ANT(IND-AL)
                   MOVE 0 TO WST-AL-PRESENTES(IND-AL)
                   MOVE 0 TO WST-AL-TOTAL-DIAS(IND-AL)
                   MOVE 'N' TO WST-AL-LIBRE(IND-AL)
               END-IF
               END-IF
           END-IF
               END-PERFORM
           END-IF.

      *TOMA DE CONDASIS.DAT LOS DIAS, LOS PRESENTES Y LA CONDICION
      *DE CADA ALUMNO EN EL ANIO DEL ULTIMO PERIODO; SIN CONDICIONES
      *DE ESE ANIO SE AVISA Y SOLO SE ALERTA POR PROMEDIO
       40000-ACUMULAR-ASISTENCIA.
           MOVE WSV-PERIODO-ULTIMO(1:4) TO WSV-ANIO-ULTIMO
           OPEN INPUT CONDASIS
           IF WSS-FS-CONDASIS = '05'
               DISPLAY 'CONDASIS.DAT NO EXISTE (CORRER ASISLIBR), '
                       'SOLO SE ALERTA POR PROMEDIO'
               CLOSE CONDASIS
           ELSE
               PERFORM 41000-LEER-Y-ACUMULAR-ASIS
                   UNTIL WSS-FS-CONDASIS-EOF
               CLOSE CONDASIS
               IF WSV-CONT-CONDICIONES = 0
                   DISPLAY 'CONDASIS.DAT SIN CONDICIONES DE '
                           WSV-ANIO-ULTIMO ' (CORRER ASISLIBR), SOLO '
                           'SE ALERTA POR PROMEDIO'
               END-IF
           END-IF.

       41000-LEER-Y-ACUMULAR-ASIS.
           READ CONDASIS
           IF WSS-FS-CONDASIS-OK AND REG-CAS-ANIO = WSV-ANIO-ULTIMO
               ADD 1 TO WSV-CONT-CONDICIONES
               PERFORM VARYING IND-AL FROM 1 BY 1
                       UNTIL IND-AL > WSV-CONT-ALUMNOS
                   IF WST-AL-NRO(IND-AL) = REG-CAS-NRO-ALUMNO
                       MOVE REG-CAS-DIAS TO WST-AL-TOTAL-DIAS(IND-AL)
                       MOVE REG-CAS-PRESENTES
                           TO WST-AL-PRESENTES(IND-AL)
                       IF WSS-CAS-QUEDA-LIBRE
                           MOVE 'S' TO WST-AL-LIBRE(IND-AL)
                       END-IF
                   END-IF
               END-PERFORM
                       WST-AL-PRESENTES(IND-AL) * 100 /
                       WST-AL-TOTAL-DIAS(IND-AL)
               IF WSV-PORC-ASISTENCIA < WSV-ASIS-MINIMA
                       OR WSS-AL-LIBRE(IND-AL)
                   IF WSV-TIPO-ALERTA = 'P'
                       MOVE 'X' TO WSV-TIPO-ALERTA
                   ELSE
           MOVE WSV-PROM-ULTIMO
               TO WST-ALE-DET-PROM-ULT(WSV-SUB-AL)
           MOVE WSV-PORC-ASISTENCIA
               TO WST-ALE-DET-ASIS(WSV-SUB-AL)
           MOVE WST-AL-LIBRE(IND-AL)
               TO WST-ALE-DET-LIBRE(WSV-SUB-AL).

      *LISTADO CORTO POR CURSO DE LOS ALUMNOS ALERTADOS
       60000-LISTAR-POR-CURSO.
               WHEN 'A' MOVE ' ASISTENCIA' TO WSV-DET-TIPO-R
               WHEN OTHER MOVE ' PROM+ASIS' TO WSV-DET-TIPO-R
           END-EVALUATE
           IF WST-ALE-DET-LIBRE(WSV-SUB-AL) = 'S'
               EVALUATE WST-ALE-DET-TIPO(WSV-SUB-AL)
                   WHEN 'A' MOVE ' LIBRE' TO WSV-DET-TIPO-R
                   WHEN OTHER MOVE ' PROM+LIBRE' TO WSV-DET-TIPO-R
               END-EVALUATE
           END-IF
           MOVE WST-ALE-DET-PROM-ANT(WSV-SUB-AL)
               TO WSV-DET-PROM-ANT-R
           MOVE WST-ALE-DET-PROM-ULT(WSV-SUB-AL)
