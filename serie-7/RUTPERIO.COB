      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Rutina de periodos cerrados de la cuenta
      *    corriente de clientes. CIERRES.DAT (mantenido por EJES6042)
      *    tiene un registro por mes AAAAMM con su estado: C cerrado
      *    (ya salieron los extractos de EJES6010 y el libro de
      *    EJES6027) o A reabierto. Opciones: F dice si una fecha
      *    AAAAMMDD cae en un mes cerrado y P lo mismo para un
      *    periodo AAAAMM. Si esta cerrado devuelve la fecha y el
      *    periodo abiertos donde registrarlo en cambio: la fecha del
      *    dia, o el primer dia del primer mes abierto posterior si
      *    el mes en curso tambien esta cerrado. Todo programa que
      *    graba MOVCLI.DAT o SERVICIO.DAT la consulta antes de
      *    grabar. El archivo se carga en memoria en la primera
      *    llamada, como hace RUTCICLO con el calendario.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTPERIO.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CIERRES     ASSIGN TO DISK 'CIERRES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CIERRES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CIERRES.
       01 REG-CIERRE.
           05 REG-CIE-PERIODO      PIC 9(06).
           05 REG-CIE-ESTADO       PIC X(01).
           05 REG-CIE-FECHA        PIC 9(08).
           05 REG-CIE-OPERADOR     PIC X(03).
           05 REG-CIE-AUTORIZANTE  PIC X(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CIERRES               PIC X(02).
           88 WSS-FS-CIERRES-OK            VALUE '00' '05'.
           88 WSS-FS-CIERRES-EOF           VALUE '10'.

       01 WSV-TABLA-CARGADA            PIC X(01) VALUE 'N'.
           88 WSS-TABLA-CARGADA                VALUE 'S'.

       01 WSC-MAX-PERIODOS             PIC 9(03) VALUE 240.
       01 WSV-CONT-PERIODOS            PIC S9(4) COMP VALUE 0.
       01 WST-PERIODOS.
           05 WST-PERIODO          OCCURS 240 TIMES INDEXED BY IND-PE.
               10 WST-PE-PERIODO           PIC 9(06).
               10 WST-PE-ESTADO            PIC X(01).
                   88 WSS-PE-CERRADO               VALUE 'C'.

       01 WSV-PERIODO-TRABAJO          PIC 9(06).
       01 WSV-PERIODO-TRABAJO-R REDEFINES WSV-PERIODO-TRABAJO.
           05 WSV-ANIO                 PIC 9(04).
           05 WSV-MES                  PIC 9(02).
       01 WSV-FECHA-HOY                PIC 9(08).
       01 WSV-CONT-MESES               PIC 9(03).
       01 WSV-ENCONTRADO               PIC X(01).
           88 WSS-ENCONTRADO                   VALUE 'S'.
       01 WSV-MES-CERRADO              PIC X(01).
           88 WSS-MES-CERRADO                  VALUE 'S'.
      *-----------------------
       LINKAGE SECTION.
       COPY REG-PERIO.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-PERIODO.
       00000-CONTROL.
           SET WSS-PERIO-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-PERIO
           MOVE 'N' TO REG-PERIO-CERRADO-R
           MOVE 0 TO REG-PERIO-PERIODO-R
           MOVE 0 TO REG-PERIO-FECHA-R
           IF NOT WSS-TABLA-CARGADA
               PERFORM 05000-CARGAR-TABLA
           END-IF
           EVALUATE TRUE
               WHEN WSS-PERIODO-FECHA
                   MOVE REG-PERIO-FECHA(1:6) TO WSV-PERIODO-TRABAJO
                   PERFORM 10000-VERIFICAR-PERIODO
               WHEN WSS-PERIODO-MES
                   MOVE REG-PERIO-PERIODO TO WSV-PERIODO-TRABAJO
                   PERFORM 10000-VERIFICAR-PERIODO
               WHEN OTHER
                   SET WSS-PERIO-ERROR TO TRUE
                   MOVE "ACCION SOLICITADA NO ENCONTRADA"
                       TO WSV-ST-TEXTO-PERIO
           END-EVALUATE
           PERFORM 90000-FIN-DE-RUTINA.

      *CARGA CIERRES.DAT EN MEMORIA (UNA SOLA VEZ POR CORRIDA); SIN
      *ARCHIVO NO HAY MESES CERRADOS
       05000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-PERIODOS
           OPEN INPUT CIERRES
           IF WSS-FS-CIERRES-OK
               PERFORM 06000-LEER-Y-CARGAR
                   UNTIL WSS-FS-CIERRES-EOF
               CLOSE CIERRES
           END-IF
           SET WSS-TABLA-CARGADA TO TRUE.

       06000-LEER-Y-CARGAR.
           READ CIERRES
           IF WSS-FS-CIERRES-OK
               IF WSV-CONT-PERIODOS >= WSC-MAX-PERIODOS
                   MOVE HIGH-VALUE TO WSS-FS-CIERRES
               ELSE
                   ADD 1 TO WSV-CONT-PERIODOS
                   SET IND-PE TO WSV-CONT-PERIODOS
                   MOVE REG-CIE-PERIODO TO WST-PE-PERIODO(IND-PE)
                   MOVE REG-CIE-ESTADO TO WST-PE-ESTADO(IND-PE)
               END-IF
           END-IF.

      *SI EL MES ESTA CERRADO BUSCA DONDE REGISTRARLO: EL DIA DE HOY
      *O, SI EL MES EN CURSO TAMBIEN ESTA CERRADO, EL PRIMER DIA DEL
      *PRIMER MES ABIERTO QUE LE SIGUE
       10000-VERIFICAR-PERIODO.
           IF WSV-MES < 1 OR WSV-MES > 12
               SET WSS-PERIO-ERROR TO TRUE
               MOVE 'PERIODO INVALIDO' TO WSV-ST-TEXTO-PERIO
           ELSE
               PERFORM 20000-BUSCAR-MES
               IF WSS-MES-CERRADO
                   SET WSS-PERIODO-CERRADO TO TRUE
                   ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
                   MOVE WSV-FECHA-HOY(1:6) TO WSV-PERIODO-TRABAJO
                   PERFORM 20000-BUSCAR-MES
                   IF NOT WSS-MES-CERRADO
                       MOVE WSV-FECHA-HOY TO REG-PERIO-FECHA-R
                   ELSE
                       MOVE 0 TO WSV-CONT-MESES
                       PERFORM 30000-MES-SIGUIENTE
                           UNTIL NOT WSS-MES-CERRADO
                               OR WSV-CONT-MESES > WSC-MAX-PERIODOS
                       MOVE WSV-PERIODO-TRABAJO
                           TO REG-PERIO-FECHA-R(1:6)
                       MOVE '01' TO REG-PERIO-FECHA-R(7:2)
                   END-IF
                   MOVE WSV-PERIODO-TRABAJO TO REG-PERIO-PERIODO-R
               END-IF
           END-IF.

       20000-BUSCAR-MES.
           MOVE 'N' TO WSV-ENCONTRADO
           MOVE 'N' TO WSV-MES-CERRADO
           PERFORM VARYING IND-PE FROM 1 BY 1
                   UNTIL IND-PE > WSV-CONT-PERIODOS
                       OR WSS-ENCONTRADO
               IF WST-PE-PERIODO(IND-PE) = WSV-PERIODO-TRABAJO
                   SET WSS-ENCONTRADO TO TRUE
                   IF WSS-PE-CERRADO(IND-PE)
                       SET WSS-MES-CERRADO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       30000-MES-SIGUIENTE.
           ADD 1 TO WSV-CONT-MESES
           IF WSV-MES = 12
               MOVE 1 TO WSV-MES
               ADD 1 TO WSV-ANIO
           ELSE
               ADD 1 TO WSV-MES
           END-IF
           PERFORM 20000-BUSCAR-MES.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
