      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Batch de condicion de asistencia: recorre
      *ASISTENCIA.DAT del anio pedido y cuenta por alumno los dias,
      *los presentes (P y T) y las ausencias injustificadas (un
      *certificado, marca J, no cuenta en contra, como en ASISREP).
      *El alumno que supera el maximo de faltas de PROMOCION.PRM
      *queda LIBRE; si direccion lo reincorporo (REINCORP.DAT, que
      *carga REINMANT) pasa a REINCORPORADO con el cupo de faltas
      *que le dieron, y si supera tambien ese segundo limite queda
      *LIBRE DEFINITIVO. El resultado se graba en CONDASIS.DAT, que
      *leen PROMOANU y ALERTAS en lugar de volver a contar faltas;
      *los registros de otros anios se conservan. La fecha de estado
      *de cada alumno se mantiene mientras no cambie su condicion,
      *para saber desde cuando esta libre.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ASISLIBR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS           ASSIGN TO DISK 'PROMOCION.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL ASISTENCIA  ASSIGN TO DISK 'ASISTENCIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASISTENCIA.

       SELECT OPTIONAL REINCORP    ASSIGN TO DISK 'REINCORP.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-REINCORP.

       SELECT OPTIONAL CONDASIS    ASSIGN TO DISK 'CONDASIS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONDASIS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-PROM-MINIMO              PIC 9(02)V9(02).
           05 REG-PRM-MAX-RECURSADAS           PIC 9(02).
           05 REG-PRM-NOTA-APROB               PIC 9(02).
           05 REG-PRM-MAX-FALTAS               PIC 9(03).
           05 REG-PRM-CUPO-REINC               PIC 9(03).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD ASISTENCIA.
       01 REG-ASISTENCIA.
           05 REG-ASI-NRO-ALUMNO               PIC 9(04).
           05 REG-ASI-DIA                      PIC 9(02).
           05 REG-ASI-MES                      PIC 9(02).
           05 REG-ASI-ANIO                     PIC 9(04).
           05 REG-ASI-ESTADO                   PIC X(01).
               88 WSS-ASI-PRESENTE                     VALUE 'P'.
               88 WSS-ASI-AUSENTE                      VALUE 'A'.
               88 WSS-ASI-TARDE                        VALUE 'T'.
           05 REG-ASI-JUSTIFICADA              PIC X(01).
               88 WSS-ASI-JUSTIFICADA                  VALUE 'J'.
           05 REG-ASI-MOTIVO-JUST              PIC X(15).

       FD REINCORP.
       COPY REG-REINC.

       FD CONDASIS.
       COPY REG-CONDASIS.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-ASISTENCIA                    PIC X(02).
           88 WSS-FS-ASISTENCIA-OK                     VALUE '00' '05'.
           88 WSS-FS-ASISTENCIA-EOF                    VALUE '10'.

       01 WSS-FS-REINCORP                      PIC X(02).
           88 WSS-FS-REINCORP-OK                       VALUE '00' '05'.
           88 WSS-FS-REINCORP-EOF                      VALUE '10'.

       01 WSS-FS-CONDASIS                      PIC X(02).
           88 WSS-FS-CONDASIS-OK                       VALUE '00' '05'.
           88 WSS-FS-CONDASIS-EOF                      VALUE '10'.

      *PARAMETROS CARGADOS DE PROMOCION.PRM
       01 WSV-MAX-FALTAS                       PIC 9(03).

       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-FECHA-HOY                        PIC 9(08).

      *ALUMNOS DEL ANIO CON SUS CONTADORES DE ASISTENCIA
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS-ASIS.
           05 WST-AA-ITEM         OCCURS 200 TIMES INDEXED BY IND-AA.
               10 WST-AA-NRO                   PIC 9(04).
               10 WST-AA-NOMBRE                PIC X(23).
               10 WST-AA-CURSO                 PIC X(02).
               10 WST-AA-DIAS                  PIC 9(04).
               10 WST-AA-PRESENTES             PIC 9(04).
               10 WST-AA-FALTAS                PIC 9(03).
               10 WST-AA-CUPO-REINC            PIC 9(03).
               10 WST-AA-REINCORPORADO         PIC X(01).
                   88 WSS-AA-REINCORPORADO             VALUE 'S'.

      *CONDASIS.DAT EN MEMORIA: LOS REGISTROS DE OTROS ANIOS SE
      *REGRABAN COMO ESTAN, LOS DEL ANIO SE USAN PARA CONSERVAR LA
      *FECHA DE ESTADO Y SE REEMPLAZAN POR LOS DE ESTA CORRIDA
       01 WSC-MAX-CONDICIONES                  PIC 9(04) VALUE 2000.
       01 WSV-CONT-CONDICIONES                 PIC S9(4) COMP VALUE 0.
       01 WST-CONDICIONES.
           05 WST-CONDICION-REG    PIC X(39) OCCURS 2000 TIMES
                                   INDEXED BY IND-CO.
       01 WSV-CONDICION-VISTA.
           05 WSV-CO-NRO-ALUMNO                PIC 9(04).
           05 WSV-CO-ANIO                      PIC 9(04).
           05 WSV-CO-DIAS                      PIC 9(04).
           05 WSV-CO-PRESENTES                 PIC 9(04).
           05 WSV-CO-FALTAS                    PIC 9(03).
           05 WSV-CO-LIMITE                    PIC 9(03).
           05 WSV-CO-ESTADO                    PIC X(01).
           05 WSV-CO-FECHA-ESTADO              PIC 9(08).
           05 WSV-CO-FECHA-CORRIDA             PIC 9(08).
       01 WSV-ESTADO-ANTERIOR                  PIC X(01).
       01 WSV-FECHA-ANTERIOR                   PIC 9(08).

       01 WSV-CONT-REGULARES                   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LIBRES                      PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-REINCORPORADOS              PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-DEFINITIVOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIN-ASISTENCIA              PIC S9(4) COMP VALUE 0.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-LINEA-DETALLE.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-DET-NRO-R                    PIC 9(04).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-DET-NOMBRE-R                 PIC X(23).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-DET-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(08)
                                                   VALUE " FALTAS:".
           05 WSV-DET-FALTAS-R                 PIC ZZ9.
           05 FILLER                           PIC X(01) VALUE "/".
           05 WSV-DET-LIMITE-R                 PIC ZZ9.
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-DET-ESTADO-R                 PIC X(14).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-DET-FECHA-R                  PIC 9(08).
           05 FILLER                           PIC X(01) VALUE SPACES.
           05 WSV-DET-NUEVO-R                  PIC X(05).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-CARGAR-PARAMETROS
           PERFORM 11000-PEDIR-ANIO
           PERFORM 20000-CARGAR-ALUMNOS
           PERFORM 25000-CARGAR-REINCORPORACIONES
           PERFORM 30000-CONTAR-ASISTENCIA
           PERFORM 35000-CARGAR-CONDICIONES
           PERFORM 40000-RESOLVER-CONDICION
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *LEE EL MAXIMO DE FALTAS INJUSTIFICADAS DE PROMOCION.PRM, EL
      *MISMO QUE USA EL CIERRE DE ANIO; SIN PARAMETROS NO SE CORRE
       10000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'NO SE PUDO ABRIR PROMOCION.PRM, EL BATCH NO '
                       'CORRE SIN PARAMETROS'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           READ PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'PROMOCION.PRM VACIO O ILEGIBLE, EL BATCH NO '
                       'CORRE SIN PARAMETROS'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE REG-PRM-MAX-FALTAS TO WSV-MAX-FALTAS
           CLOSE PARAMETROS
           DISPLAY 'PARAMETROS: MAXIMO DE FALTAS INJUSTIF '
                   WSV-MAX-FALTAS.

      *PIDE EL ANIO A CONTROLAR; CERO TOMA EL ANIO EN CURSO
       11000-PEDIR-ANIO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           MOVE 1 TO WSV-ANIO-E
           PERFORM UNTIL WSV-ANIO-E = 0
                   OR (WSV-ANIO-E >= 2000 AND WSV-ANIO-E <= 2099)
               DISPLAY 'INGRESE EL ANIO A CONTROLAR (AAAA, 0 = ANIO '
                       'EN CURSO): '
               ACCEPT WSV-ANIO-E
           END-PERFORM
           IF WSV-ANIO-E = 0
               MOVE WSV-FECHA-HOY(1:4) TO WSV-ANIO-E
           END-IF.

      *LEE ALUMNOS.DAT; LOS DADOS DE BAJA ANTES DEL ANIO NO ENTRAN
       20000-CARGAR-ALUMNOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-ALUMNO UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS.

       21000-LEER-Y-CARGAR-ALUMNO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK
               IF WSS-ALU-BAJA
                       AND REG-ALU-FECHA-BAJA(1:4) < WSV-ANIO-E
                   CONTINUE
               ELSE
               IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                   DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
               ELSE
                   ADD 1 TO WSV-CONT-ALUMNOS
                   SET IND-AA TO WSV-CONT-ALUMNOS
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AA-NRO(IND-AA)
                   MOVE REG-ALU-NOMBRE TO WST-AA-NOMBRE(IND-AA)
                   MOVE REG-ALU-CURSO TO WST-AA-CURSO(IND-AA)
                   MOVE 0 TO WST-AA-DIAS(IND-AA)
                   MOVE 0 TO WST-AA-PRESENTES(IND-AA)
                   MOVE 0 TO WST-AA-FALTAS(IND-AA)
                   MOVE 0 TO WST-AA-CUPO-REINC(IND-AA)
                   MOVE 'N' TO WST-AA-REINCORPORADO(IND-AA)
               END-IF
               END-IF
           END-IF
           END-IF.

      *MARCA A LOS ALUMNOS REINCORPORADOS EN EL ANIO CON EL CUPO DE
      *FALTAS QUE LES DIO DIRECCION
       25000-CARGAR-REINCORPORACIONES.
           OPEN INPUT REINCORP
           IF NOT WSS-FS-REINCORP-OK
               DISPLAY 'ERROR EN EL OPEN DE REINCORP.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-REINCORP
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-Y-MARCAR-REINC
               UNTIL WSS-FS-REINCORP-EOF
           CLOSE REINCORP.

       26000-LEER-Y-MARCAR-REINC.
           READ REINCORP
           IF WSS-FS-REINCORP-OK AND REG-REI-ANIO = WSV-ANIO-E
               PERFORM VARYING IND-AA FROM 1 BY 1
                       UNTIL IND-AA > WSV-CONT-ALUMNOS
                   IF WST-AA-NRO(IND-AA) = REG-REI-NRO-ALUMNO
                       MOVE 'S' TO WST-AA-REINCORPORADO(IND-AA)
                       MOVE REG-REI-CUPO TO WST-AA-CUPO-REINC(IND-AA)
                   END-IF
               END-PERFORM
           END-IF.

      *RECORRE ASISTENCIA.DAT DEL ANIO CONTANDO DIAS, PRESENTES Y
      *AUSENCIAS INJUSTIFICADAS POR ALUMNO
       30000-CONTAR-ASISTENCIA.
           OPEN INPUT ASISTENCIA
           IF WSS-FS-ASISTENCIA = '05'
               DISPLAY 'ASISTENCIA.DAT NO EXISTE, NO HAY FALTAS QUE '
                       'CONTROLAR'
               CLOSE ASISTENCIA
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-Y-CONTAR UNTIL WSS-FS-ASISTENCIA-EOF
           CLOSE ASISTENCIA.

       31000-LEER-Y-CONTAR.
           READ ASISTENCIA
           IF WSS-FS-ASISTENCIA-OK AND REG-ASI-ANIO = WSV-ANIO-E
               PERFORM VARYING IND-AA FROM 1 BY 1
                       UNTIL IND-AA > WSV-CONT-ALUMNOS
                   IF WST-AA-NRO(IND-AA) = REG-ASI-NRO-ALUMNO
                       ADD 1 TO WST-AA-DIAS(IND-AA)
                       IF WSS-ASI-PRESENTE OR WSS-ASI-TARDE
                           ADD 1 TO WST-AA-PRESENTES(IND-AA)
                       END-IF
                       IF WSS-ASI-AUSENTE AND NOT WSS-ASI-JUSTIFICADA
                           ADD 1 TO WST-AA-FALTAS(IND-AA)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *CARGA CONDASIS.DAT COMPLETO (SI NO EXISTE ES LA PRIMERA
      *CORRIDA Y SE ARRANCA VACIO)
       35000-CARGAR-CONDICIONES.
           OPEN INPUT CONDASIS
           IF NOT WSS-FS-CONDASIS-OK
               DISPLAY 'ERROR EN EL OPEN DE CONDASIS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONDASIS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 36000-LEER-Y-CARGAR-CONDICION
               UNTIL WSS-FS-CONDASIS-EOF
           CLOSE CONDASIS.

       36000-LEER-Y-CARGAR-CONDICION.
           READ CONDASIS
           IF WSS-FS-CONDASIS-OK
               IF WSV-CONT-CONDICIONES >= WSC-MAX-CONDICIONES
                   DISPLAY 'TABLA DE CONDICIONES LLENA, NO SE PUEDE '
                           'TRABAJAR CON CONDASIS.DAT'
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CONDICIONES
               SET IND-CO TO WSV-CONT-CONDICIONES
               MOVE REG-CONDICION-ASIS TO WST-CONDICION-REG(IND-CO)
           END-IF.

      *RESUELVE LA CONDICION DE CADA ALUMNO CON ASISTENCIA EN EL
      *ANIO Y REGRABA CONDASIS.DAT: PRIMERO LOS OTROS ANIOS COMO
      *ESTABAN, DESPUES LOS DEL ANIO CONTROLADO
       40000-RESOLVER-CONDICION.
           OPEN OUTPUT CONDASIS
           IF NOT WSS-FS-CONDASIS-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE CONDASIS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONDASIS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-CO FROM 1 BY 1
                   UNTIL IND-CO > WSV-CONT-CONDICIONES
               MOVE WST-CONDICION-REG(IND-CO) TO WSV-CONDICION-VISTA
               IF WSV-CO-ANIO NOT= WSV-ANIO-E
                   MOVE WST-CONDICION-REG(IND-CO)
                       TO REG-CONDICION-ASIS
                   PERFORM 43000-GRABAR-CONDICION
               END-IF
           END-PERFORM
           DISPLAY WSV-LINEA
           DISPLAY 'CONDICION DE ASISTENCIA - ANIO ' WSV-ANIO-E
                   ' (NUEVO = CAMBIO EN ESTA CORRIDA)'
           DISPLAY WSV-LINEA
           PERFORM VARYING IND-AA FROM 1 BY 1
                   UNTIL IND-AA > WSV-CONT-ALUMNOS
               IF WST-AA-DIAS(IND-AA) = 0
                   ADD 1 TO WSV-CONT-SIN-ASISTENCIA
               ELSE
                   PERFORM 41000-RESOLVER-UN-ALUMNO
               END-IF
           END-PERFORM
           CLOSE CONDASIS
           DISPLAY WSV-LINEA
           DISPLAY 'REGULARES:          ' WSV-CONT-REGULARES
           DISPLAY 'LIBRES:             ' WSV-CONT-LIBRES
           DISPLAY 'REINCORPORADOS:     ' WSV-CONT-REINCORPORADOS
           DISPLAY 'LIBRES DEFINITIVOS: ' WSV-CONT-DEFINITIVOS
           DISPLAY 'SIN ASISTENCIA:     ' WSV-CONT-SIN-ASISTENCIA
           DISPLAY 'CAMBIOS DE ESTADO:  ' WSV-CONT-CAMBIOS
           DISPLAY WSV-LINEA.

      *PRIMER LIMITE: MAXIMO DE FALTAS DE PROMOCION.PRM. SEGUNDO
      *LIMITE (SOLO REINCORPORADOS): ESE MAXIMO MAS EL CUPO DADO EN
      *LA REINCORPORACION
       41000-RESOLVER-UN-ALUMNO.
           MOVE WST-AA-NRO(IND-AA) TO REG-CAS-NRO-ALUMNO
           MOVE WSV-ANIO-E TO REG-CAS-ANIO
           MOVE WST-AA-DIAS(IND-AA) TO REG-CAS-DIAS
           MOVE WST-AA-PRESENTES(IND-AA) TO REG-CAS-PRESENTES
           MOVE WST-AA-FALTAS(IND-AA) TO REG-CAS-FALTAS
           MOVE WSV-FECHA-HOY TO REG-CAS-FECHA-CORRIDA
           IF WSS-AA-REINCORPORADO(IND-AA)
               COMPUTE REG-CAS-LIMITE = WSV-MAX-FALTAS +
                       WST-AA-CUPO-REINC(IND-AA)
               IF WST-AA-FALTAS(IND-AA) > REG-CAS-LIMITE
                   SET WSS-CAS-LIBRE-DEFINITIVO TO TRUE
                   ADD 1 TO WSV-CONT-DEFINITIVOS
                   MOVE 'LIBRE DEFINIT.' TO WSV-DET-ESTADO-R
               ELSE
                   SET WSS-CAS-REINCORPORADO TO TRUE
                   ADD 1 TO WSV-CONT-REINCORPORADOS
                   MOVE 'REINCORPORADO' TO WSV-DET-ESTADO-R
               END-IF
           ELSE
               MOVE WSV-MAX-FALTAS TO REG-CAS-LIMITE
               IF WST-AA-FALTAS(IND-AA) > REG-CAS-LIMITE
                   SET WSS-CAS-LIBRE TO TRUE
                   ADD 1 TO WSV-CONT-LIBRES
                   MOVE 'LIBRE' TO WSV-DET-ESTADO-R
               ELSE
                   SET WSS-CAS-REGULAR TO TRUE
                   ADD 1 TO WSV-CONT-REGULARES
               END-IF
           END-IF
           PERFORM 42000-BUSCAR-ESTADO-ANTERIOR
           IF WSV-ESTADO-ANTERIOR = REG-CAS-ESTADO
               MOVE WSV-FECHA-ANTERIOR TO REG-CAS-FECHA-ESTADO
               MOVE SPACES TO WSV-DET-NUEVO-R
           ELSE
               MOVE WSV-FECHA-HOY TO REG-CAS-FECHA-ESTADO
               MOVE 'NUEVO' TO WSV-DET-NUEVO-R
               ADD 1 TO WSV-CONT-CAMBIOS
           END-IF
           PERFORM 43000-GRABAR-CONDICION
           IF NOT WSS-CAS-REGULAR
               MOVE WST-AA-NRO(IND-AA) TO WSV-DET-NRO-R
               MOVE WST-AA-NOMBRE(IND-AA) TO WSV-DET-NOMBRE-R
               MOVE WST-AA-CURSO(IND-AA) TO WSV-DET-CURSO-R
               MOVE REG-CAS-FALTAS TO WSV-DET-FALTAS-R
               MOVE REG-CAS-LIMITE TO WSV-DET-LIMITE-R
               MOVE REG-CAS-FECHA-ESTADO TO WSV-DET-FECHA-R
               DISPLAY WSV-LINEA-DETALLE
           END-IF.

      *BUSCA LA CONDICION QUE TENIA EL ALUMNO EN LA CORRIDA ANTERIOR
      *DEL MISMO ANIO; SIN REGISTRO PREVIO SE LO TOMA COMO REGULAR
       42000-BUSCAR-ESTADO-ANTERIOR.
           MOVE 'R' TO WSV-ESTADO-ANTERIOR
           MOVE WSV-FECHA-HOY TO WSV-FECHA-ANTERIOR
           PERFORM VARYING IND-CO FROM 1 BY 1
                   UNTIL IND-CO > WSV-CONT-CONDICIONES
               MOVE WST-CONDICION-REG(IND-CO) TO WSV-CONDICION-VISTA
               IF WSV-CO-NRO-ALUMNO = WST-AA-NRO(IND-AA)
                       AND WSV-CO-ANIO = WSV-ANIO-E
                   MOVE WSV-CO-ESTADO TO WSV-ESTADO-ANTERIOR
                   MOVE WSV-CO-FECHA-ESTADO TO WSV-FECHA-ANTERIOR
               END-IF
           END-PERFORM.

       43000-GRABAR-CONDICION.
           WRITE REG-CONDICION-ASIS
           IF NOT WSS-FS-CONDASIS-OK
               DISPLAY 'ERROR EN EL WRITE DE CONDASIS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONDASIS
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
