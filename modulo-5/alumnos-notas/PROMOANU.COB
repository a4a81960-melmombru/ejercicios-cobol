      *   las horas semanales de su materia (REG-HORAS-MATERIA via
      *   RUTMAT) antes de compararlo con el umbral de promocion; el
      *   promedio por materia para las recursadas sigue simple.
      * 2026 10 - Las notas de mesa de examen (REG-NOT-TIPO F, que
      *   graba MESAACTA al cerrar el acta) no entran en el promedio
      *   del anio ni en el de cada materia.
      * 2026 10 - Registro de materias previas: cada alumno que
      *   promociona o queda condicional lleva a PREVIAS.DAT una
      *   previa pendiente por cada materia del anio sin promedio de
      *   aprobacion. Al volver a correr el mismo anio se rearman las
      *   pendientes de ese anio; las ya aprobadas (por mesa o
      *   recuperatorio, via RUTPREV) se conservan.
      * 2026 10 - La regla de faltas toma la condicion de asistencia
      *   de CONDASIS.DAT (que arma ASISLIBR) en lugar de recontar
      *   ASISTENCIA.DAT: el alumno LIBRE o LIBRE DEFINITIVO queda
      *   condicional, y el reincorporado por direccion dentro de su
      *   segundo cupo de faltas no. PROMOCION.PRM lleva al final el
      *   cupo de faltas que se propone al reincorporar.
      * 2026 10 - Las notas traidas por pase de otra escuela entran
      *   en los promedios del anio una vez que EQUIVREV las aprueba
      *   en EQUIVALENCIAS.DAT (las pendientes o rechazadas no).
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PROMOANU.
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.

       SELECT OPTIONAL CONDASIS    ASSIGN TO DISK 'CONDASIS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONDASIS.

       SELECT OPTIONAL PREVIAS     ASSIGN TO DISK 'PREVIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PREVIAS.

       SELECT OPTIONAL EQUIVALENCIAS
                                   ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EQUIV.

       SELECT ESTADO-ACADEMICO     ASSIGN TO DISK
                                   'ESTADO-ACADEMICO.DAT'
           05 REG-PRM-MAX-RECURSADAS           PIC 9(02).
           05 REG-PRM-NOTA-APROB               PIC 9(02).
           05 REG-PRM-MAX-FALTAS               PIC 9(03).
           05 REG-PRM-CUPO-REINC               PIC 9(03).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.
           05 REG-NOT-NOTA                     PIC 9(02).
           05 REG-NOT-TIPO                     PIC X(01).
               88 WSS-NOT-RECUPERATORIO                VALUE 'R'.
               88 WSS-NOT-MESA-FINAL                   VALUE 'F'.

       FD CONDASIS.
       COPY REG-CONDASIS.

       FD PREVIAS.
       COPY REG-PREVARCH.

       FD EQUIVALENCIAS.
       COPY REG-EQUIV.

       FD ESTADO-ACADEMICO.
       01 REG-ESTADO.
       01 WSS-FS-ESTADO                        PIC X(02).
           88 WSS-FS-ESTADO-OK                         VALUE '00'.

       01 WSS-FS-CONDASIS                      PIC X(02).
           88 WSS-FS-CONDASIS-OK                       VALUE '00' '05'.
           88 WSS-FS-CONDASIS-EOF                      VALUE '10'.

       01 WSS-FS-PREVIAS                       PIC X(02).
           88 WSS-FS-PREVIAS-OK                        VALUE '00' '05'.
           88 WSS-FS-PREVIAS-EOF                       VALUE '10'.

       01 WSS-FS-EQUIV                         PIC X(02).
           88 WSS-FS-EQUIV-OK                          VALUE '00' '05'.
           88 WSS-FS-EQUIV-EOF                         VALUE '10'.

      *PARAMETROS CARGADOS DE PROMOCION.PRM
       01 WSV-PROM-MINIMO                      PIC 9(02)V9(02).
               10 WST-AP-NOMBRE                PIC X(23).
               10 WST-AP-ACUM                  PIC 9(06).
               10 WST-AP-CONT                  PIC 9(05).
               10 WST-AP-LIBRE                 PIC X(01).
                   88 WSS-AP-LIBRE                     VALUE 'S'.
               10 WST-AP-MATERIAS.
                   15 WST-AP-MAT       OCCURS 100 TIMES.
                       20 WST-AP-MAT-ACUM      PIC 9(06).
       01 WSV-NOTA-REEMPLAZADA                 PIC X(01).
           88 WSS-NOTA-REEMPLAZADA                 VALUE 'S'.

      *PREVIAS.DAT EN MEMORIA: LAS DE OTROS ANIOS Y LAS APROBADAS SE
      *CONSERVAN, LAS PENDIENTES DEL ANIO CERRADO SE REARMAN
       01 WSC-MAX-PREVIAS                      PIC 9(04) VALUE 1000.
       01 WSV-CONT-PREVIAS                     PIC S9(4) COMP VALUE 0.
       01 WST-PREVIAS.
           05 WST-PREVIA-REG       PIC X(22) OCCURS 1000 TIMES
                                   INDEXED BY IND-PV.
       01 WSV-PREVIA-VISTA.
           05 WSV-PV-NRO-ALUMNO                PIC 9(04).
           05 WSV-PV-NRO-MATERIA               PIC 9(02).
           05 WSV-PV-ANIO-ORIGEN               PIC 9(04).
           05 WSV-PV-ESTADO                    PIC X(01).
           05 WSV-PV-FECHA-CANCEL              PIC 9(08).
           05 WSV-PV-TIPO-CANCEL               PIC X(01).
           05 WSV-PV-NOTA-CANCEL               PIC 9(02).
       01 WSV-PREVIA-YA-APROBADA               PIC X(01).
           88 WSS-PREVIA-YA-APROBADA               VALUE 'S'.
       01 WSV-CONT-PREVIAS-NUEVAS              PIC S9(4) COMP VALUE 0.

       01 WSV-CONT-PROMOVIDOS                  PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CONDICIONALES               PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECURSAN                    PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-NOTAS                   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CONDICIONES                 PIC S9(4) COMP VALUE 0.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                          PIC X(06)
           05 WSV-DET-ESTADO-R                 PIC X(11).
           05 FILLER                           PIC X(07) VALUE SPACES.
           05 FILLER                           PIC X(01) VALUE "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 04000-TOMAR-VENTANA-BATCH
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-CARGAR-PARAMETROS
           PERFORM 11000-PEDIR-ANIO
           PERFORM 20000-CARGAR-ALUMNOS
           PERFORM 25000-CARGAR-RECUPERATORIOS
           PERFORM 30000-ACUMULAR-NOTAS
           PERFORM 32000-ACUMULAR-EQUIVALENCIAS
           PERFORM 35000-CARGAR-CONDICION-ASIS
           PERFORM 37000-CARGAR-PREVIAS
           PERFORM 40000-RESOLVER-PROMOCION
           PERFORM 45000-GRABAR-PREVIAS
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'PROMOANU' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-MODIFICA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
               ACCEPT REG-OPER-CODIGO-E
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               IF WSS-OPER-OK
                   MOVE REG-OPER-CODIGO-E TO WSV-OPERADOR
                   DISPLAY 'OPERADOR: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'OPERADOR INVALIDO: ' WSV-ST-TEXTO-OPER
                   IF WSV-ST-TEXTO-OPER(1:3) = 'SIN'
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *LEE LOS UMBRALES DE PROMOCION.PRM; SIN PARAMETROS NO SE CORRE,
      *PARA QUE LAS REGLAS DEL ANIO QUEDEN SIEMPRE POR ESCRITO
       10000-CARGAR-PARAMETROS.
                   MOVE REG-ALU-NOMBRE TO WST-AP-NOMBRE(IND-AP)
                   MOVE 0 TO WST-AP-ACUM(IND-AP)
                   MOVE 0 TO WST-AP-CONT(IND-AP)
                   MOVE 'N' TO WST-AP-LIBRE(IND-AP)
                   PERFORM VARYING WSV-SUB-MAT FROM 1 BY 1
                           UNTIL WSV-SUB-MAT > WSC-MAX-MATERIAS
                       MOVE 0 TO WST-AP-MAT-ACUM(IND-AP, WSV-SUB-MAT)
               PERFORM 31050-CONTROLAR-RECUPERATORIO
               IF REG-NOT-ANIO = WSV-ANIO-E
                       AND NOT WSS-NOTA-REEMPLAZADA
                       AND NOT WSS-NOT-MESA-FINAL
                   PERFORM VARYING IND-AP FROM 1 BY 1
                           UNTIL IND-AP > WSV-CONT-ALUMNOS
                       IF WST-AP-NRO(IND-AP) = REG-NOT-NRO-ALUMNO
               END-IF
           END-IF.

      *SUMA A CADA ALUMNO LAS NOTAS DEL ANIO PEDIDO TRAIDAS POR PASE
      *DE OTRA ESCUELA, SOLO LAS QUE EQUIVREV APROBO Y MAPEO A UNA
      *MATERIA NUESTRA; SE ACUMULAN IGUAL QUE UNA NOTA ORDINARIA
       32000-ACUMULAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIAS
           IF NOT WSS-FS-EQUIV-OK
               DISPLAY 'ERROR EN EL OPEN DE EQUIVALENCIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 32100-LEER-Y-ACUMULAR-EQV UNTIL WSS-FS-EQUIV-EOF
           CLOSE EQUIVALENCIAS.

       32100-LEER-Y-ACUMULAR-EQV.
           READ EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               IF WSS-EQV-APROBADA AND REG-EQV-ANIO = WSV-ANIO-E
                       AND REG-EQV-NRO-MATERIA NOT= 0
                   PERFORM VARYING IND-AP FROM 1 BY 1
                           UNTIL IND-AP > WSV-CONT-ALUMNOS
                       IF WST-AP-NRO(IND-AP) = REG-EQV-NRO-ALUMNO
                           PERFORM 32200-BUSCAR-HORAS-EQUIV
                           COMPUTE WST-AP-ACUM(IND-AP) =
                                   WST-AP-ACUM(IND-AP) +
                                   REG-EQV-NOTA * WSV-HORAS-NOTA
                           ADD WSV-HORAS-NOTA TO WST-AP-CONT(IND-AP)
                           COMPUTE WSV-SUB-MAT =
                                   REG-EQV-NRO-MATERIA + 1
                           ADD REG-EQV-NOTA TO
                               WST-AP-MAT-ACUM(IND-AP, WSV-SUB-MAT)
                           ADD 1 TO
                               WST-AP-MAT-CONT(IND-AP, WSV-SUB-MAT)
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF NOT WSS-FS-EQUIV-EOF
                   DISPLAY 'ERROR EN EL READ DE EQUIVALENCIAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
               END-IF
           END-IF.

      *MISMO PESO QUE 31100 PARA LA MATERIA MAPEADA DE LA EQUIVALENCIA
       32200-BUSCAR-HORAS-EQUIV.
           MOVE 1 TO WSV-HORAS-NOTA
           IF WSS-MODO-PONDERADO
               MOVE "B" TO WSS-OPCION-MAT
               MOVE REG-EQV-NRO-MATERIA TO REG-NRO-MAT-E
               CALL WSC-RUTMAT USING REGISTRO-MATERIA
               IF WSS-MAT-OK AND REG-HORAS-MAT-R NOT= 0
                   MOVE REG-HORAS-MAT-R TO WSV-HORAS-NOTA
               END-IF
           END-IF.

      *MARCA A LOS ALUMNOS QUE ASISLIBR DEJO LIBRES EN EL ANIO
      *SEGUN CONDASIS.DAT; SIN CONDICIONES DEL ANIO LA REGLA DE
      *FALTAS QUEDA SIN EFECTO
       35000-CARGAR-CONDICION-ASIS.
           OPEN INPUT CONDASIS
           IF WSS-FS-CONDASIS = '05'
               DISPLAY 'CONDASIS.DAT NO EXISTE (CORRER ASISLIBR), LA '
                       'REGLA DE FALTAS NO SE APLICA'
               CLOSE CONDASIS
           ELSE
               PERFORM 36000-LEER-Y-MARCAR-LIBRE
                   UNTIL WSS-FS-CONDASIS-EOF
               CLOSE CONDASIS
               IF WSV-CONT-CONDICIONES = 0
                   DISPLAY 'CONDASIS.DAT SIN CONDICIONES DE '
                           WSV-ANIO-E ' (CORRER ASISLIBR), LA REGLA '
                           'DE FALTAS NO SE APLICA'
               END-IF
           END-IF.

       36000-LEER-Y-MARCAR-LIBRE.
           READ CONDASIS
           IF WSS-FS-CONDASIS-OK AND REG-CAS-ANIO = WSV-ANIO-E
               ADD 1 TO WSV-CONT-CONDICIONES
               IF WSS-CAS-QUEDA-LIBRE
                   PERFORM VARYING IND-AP FROM 1 BY 1
                           UNTIL IND-AP > WSV-CONT-ALUMNOS
                       IF WST-AP-NRO(IND-AP) = REG-CAS-NRO-ALUMNO
                           MOVE 'S' TO WST-AP-LIBRE(IND-AP)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *CARGA PREVIAS.DAT DEJANDO AFUERA LAS PENDIENTES DEL ANIO QUE
      *SE CIERRA, QUE SE VUELVEN A ARMAR CON ESTA CORRIDA
       37000-CARGAR-PREVIAS.
           OPEN INPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               DISPLAY 'ERROR EN EL OPEN DE PREVIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PREVIAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 37100-LEER-Y-CARGAR-PREVIA
               UNTIL WSS-FS-PREVIAS-EOF
           CLOSE PREVIAS.

       37100-LEER-Y-CARGAR-PREVIA.
           READ PREVIAS
           IF WSS-FS-PREVIAS-OK
               IF REG-PRA-ANIO-ORIGEN = WSV-ANIO-E
                       AND WSS-PRA-PENDIENTE
                   CONTINUE
               ELSE
                   IF WSV-CONT-PREVIAS >= WSC-MAX-PREVIAS
                       DISPLAY 'TABLA DE PREVIAS LLENA, NO SE PUEDE '
                               'TRABAJAR CON PREVIAS.DAT'
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
                   ADD 1 TO WSV-CONT-PREVIAS
                   SET IND-PV TO WSV-CONT-PREVIAS
                   MOVE REG-PREVIA-ARCH TO WST-PREVIA-REG(IND-PV)
               END-IF
           END-IF.

      *APLICA LAS REGLAS DE PROMOCION A CADA ALUMNO CON NOTAS EN EL
      *ANIO, GRABA ESTADO-ACADEMICO.DAT Y MUESTRA EL RESUMEN
       40000-RESOLVER-PROMOCION.
           DISPLAY 'CONDICIONALES: ' WSV-CONT-CONDICIONALES
           DISPLAY 'RECURSAN:      ' WSV-CONT-RECURSAN
           DISPLAY 'SIN NOTAS:     ' WSV-CONT-SIN-NOTAS
           DISPLAY 'PREVIAS NUEVAS:' WSV-CONT-PREVIAS-NUEVAS
           DISPLAY WSV-LINEA.

      *CALCULA EL PROMEDIO GENERAL Y LAS MATERIAS RECURSADAS DE UN
                   MOVE 'RECURSA' TO WSV-DET-ESTADO-R
               WHEN WSV-PROMEDIO-GRAL >= WSV-PROM-MINIMO
                       AND WSV-CONT-RECURSADAS = 0
                       AND NOT WSS-AP-LIBRE(IND-AP)
                   MOVE 'P' TO REG-EST-ESTADO
                   ADD 1 TO WSV-CONT-PROMOVIDOS
                   MOVE 'PROMOVIDO' TO WSV-DET-ESTADO-R
               DISPLAY 'ERROR EN EL WRITE DE ESTADO-ACADEMICO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ESTADO
           END-IF
           IF NOT WSS-EST-RECURSA
               PERFORM 42000-REGISTRAR-PREVIAS
           END-IF
           MOVE WST-AP-NRO(IND-AP) TO WSV-DET-NRO-R
           MOVE WST-AP-NOMBRE(IND-AP) TO WSV-DET-NOMBRE-R
           MOVE WSV-PROMEDIO-GRAL TO WSV-DET-PROM-R
           MOVE WSV-CONT-RECURSADAS TO WSV-DET-RECUR-R
           DISPLAY WSV-LINEA-DETALLE.

      *EL ALUMNO QUE PROMOCIONA O QUEDA CONDICIONAL SE LLEVA COMO
      *PREVIA CADA MATERIA DEL ANIO SIN PROMEDIO DE APROBACION
       42000-REGISTRAR-PREVIAS.
           PERFORM VARYING WSV-SUB-MAT FROM 1 BY 1
                   UNTIL WSV-SUB-MAT > WSC-MAX-MATERIAS
               IF WST-AP-MAT-CONT(IND-AP, WSV-SUB-MAT) NOT= 0
                   COMPUTE WSV-PROM-MATERIA =
                           WST-AP-MAT-ACUM(IND-AP, WSV-SUB-MAT) /
                           WST-AP-MAT-CONT(IND-AP, WSV-SUB-MAT)
                   IF WSV-PROM-MATERIA < WSV-NOTA-APROB
                       PERFORM 42100-AGREGAR-PREVIA
                   END-IF
               END-IF
           END-PERFORM.

      *AGREGA LA PREVIA PENDIENTE, SALVO QUE LA MISMA (ALUMNO,
      *MATERIA Y ANIO) YA ESTE APROBADA DE UNA CORRIDA ANTERIOR
       42100-AGREGAR-PREVIA.
           MOVE 'N' TO WSV-PREVIA-YA-APROBADA
           PERFORM VARYING IND-PV FROM 1 BY 1
                   UNTIL IND-PV > WSV-CONT-PREVIAS
                       OR WSS-PREVIA-YA-APROBADA
               MOVE WST-PREVIA-REG(IND-PV) TO WSV-PREVIA-VISTA
               IF WSV-PV-NRO-ALUMNO = WST-AP-NRO(IND-AP)
                       AND WSV-PV-NRO-MATERIA = WSV-SUB-MAT - 1
                       AND WSV-PV-ANIO-ORIGEN = WSV-ANIO-E
                   SET WSS-PREVIA-YA-APROBADA TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-PREVIA-YA-APROBADA
               IF WSV-CONT-PREVIAS >= WSC-MAX-PREVIAS
                   DISPLAY 'TABLA DE PREVIAS LLENA, NO SE REGISTRA '
                           'LA PREVIA DEL ALUMNO ' WST-AP-NRO(IND-AP)
               ELSE
                   MOVE WST-AP-NRO(IND-AP) TO WSV-PV-NRO-ALUMNO
                   COMPUTE WSV-PV-NRO-MATERIA = WSV-SUB-MAT - 1
                   MOVE WSV-ANIO-E TO WSV-PV-ANIO-ORIGEN
                   MOVE 'P' TO WSV-PV-ESTADO
                   MOVE 0 TO WSV-PV-FECHA-CANCEL
                   MOVE SPACE TO WSV-PV-TIPO-CANCEL
                   MOVE 0 TO WSV-PV-NOTA-CANCEL
                   ADD 1 TO WSV-CONT-PREVIAS
                   SET IND-PV TO WSV-CONT-PREVIAS
                   MOVE WSV-PREVIA-VISTA TO WST-PREVIA-REG(IND-PV)
                   ADD 1 TO WSV-CONT-PREVIAS-NUEVAS
               END-IF
           END-IF.

      *REGRABA PREVIAS.DAT COMPLETO CON LAS PREVIAS DEL ANIO
       45000-GRABAR-PREVIAS.
           OPEN OUTPUT PREVIAS
           IF NOT WSS-FS-PREVIAS-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE PREVIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PREVIAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-PV FROM 1 BY 1
                   UNTIL IND-PV > WSV-CONT-PREVIAS
               MOVE WST-PREVIA-REG(IND-PV) TO REG-PREVIA-ARCH
               WRITE REG-PREVIA-ARCH
               IF NOT WSS-FS-PREVIAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE PREVIAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-PREVIAS
               END-IF
           END-PERFORM
           CLOSE PREVIAS.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           PERFORM 46000-LIBERAR-VENTANA-BATCH
