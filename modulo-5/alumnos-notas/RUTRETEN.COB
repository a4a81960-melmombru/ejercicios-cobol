      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Rutina de retenciones administrativas del
      *    registro RETENCIONES.DAT (mantenido por RETEMANT y, las de
      *    cuotas vencidas, por RETECUOT). Mientras un alumno tenga
      *    una retencion vigente no se le emiten constancias,
      *    analiticos ni pases.
      *    Opcion B (buscar): devuelve si el alumno tiene retenciones
      *    vigentes, cuantas, los tipos (C cuota vencida, E equipo
      *    no devuelto, D documentacion faltante) y el detalle de la
      *    primera. El archivo se carga en memoria en la primera
      *    llamada.
      *    Opcion A (autorizar): asienta en RETENLOG.DAT que un
      *    operador de direccion autorizo emitir igual el documento
      *    de un alumno retenido, con fecha, programa y tipos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTRETEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL RETENCIONES ASSIGN TO DISK 'RETENCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RETENCIONES.

       SELECT OPTIONAL RETENLOG    ASSIGN TO DISK 'RETENLOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RETENLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD RETENCIONES.
       COPY REG-RETARCH.

       FD RETENLOG.
       01 REG-RETEN-LOG.
           05 REG-RTL-FECHA            PIC 9(08).
           05 REG-RTL-NRO-ALUMNO       PIC 9(04).
           05 REG-RTL-PROGRAMA         PIC X(08).
           05 REG-RTL-AUTORIZANTE      PIC X(03).
           05 REG-RTL-TIPOS            PIC X(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-RETENCIONES           PIC X(02).
           88 WSS-FS-RETENCIONES-OK        VALUE '00' '05'.
           88 WSS-FS-RETENCIONES-EOF       VALUE '10'.

       01 WSS-FS-RETENLOG              PIC X(02).
           88 WSS-FS-RETENLOG-OK           VALUE '00' '05'.

       01 WSV-TABLA-CARGADA            PIC X(01) VALUE 'N'.
           88 WSS-TABLA-CARGADA                VALUE 'S'.

      *RETENCIONES VIGENTES EN MEMORIA (LAS LEVANTADAS NO SE CARGAN)
       01 WSC-MAX-RETENCIONES          PIC 9(03) VALUE 500.
       01 WSV-CONT-RETENCIONES         PIC S9(4) COMP VALUE 0.
       01 WST-RETENCIONES.
           05 WST-RETENCION        OCCURS 500 TIMES INDEXED BY IND-RT.
               10 WST-RT-NRO-ALUMNO    PIC 9(04).
               10 WST-RT-TIPO          PIC X(01).
               10 WST-RT-DETALLE       PIC X(30).

       01 WSV-SUB-TIPO                 PIC 9(01).
       01 WSV-FECHA-SISTEMA            PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-RETEN.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-RETENCION.
       00000-CONTROL.
           SET WSS-RET-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-RET
           EVALUATE TRUE
               WHEN WSS-RET-BUSCAR
                   PERFORM 10000-BUSCAR-RETENCIONES
               WHEN WSS-RET-AUTORIZAR
                   PERFORM 20000-ASENTAR-AUTORIZACION
               WHEN OTHER
                   SET WSS-RET-ERROR TO TRUE
                   MOVE "ACCION SOLICITADA NO ENCONTRADA"
                       TO WSV-ST-TEXTO-RET
           END-EVALUATE
           PERFORM 90000-FIN-DE-RUTINA.

      *CARGA RETENCIONES.DAT EN MEMORIA (UNA SOLA VEZ POR CORRIDA);
      *SI EL ARCHIVO NO EXISTE NO HAY NADIE RETENIDO
       05000-CARGAR-TABLA.
           MOVE 0 TO WSV-CONT-RETENCIONES
           OPEN INPUT RETENCIONES
           IF WSS-FS-RETENCIONES-OK
               PERFORM 06000-LEER-Y-CARGAR
                   UNTIL WSS-FS-RETENCIONES-EOF
           END-IF
           CLOSE RETENCIONES
           SET WSS-TABLA-CARGADA TO TRUE.

       06000-LEER-Y-CARGAR.
           READ RETENCIONES
           IF WSS-FS-RETENCIONES-OK AND WSS-RTA-VIGENTE
               IF WSV-CONT-RETENCIONES >= WSC-MAX-RETENCIONES
                   MOVE HIGH-VALUE TO WSS-FS-RETENCIONES
               ELSE
                   ADD 1 TO WSV-CONT-RETENCIONES
                   SET IND-RT TO WSV-CONT-RETENCIONES
                   MOVE REG-RTA-NRO-ALUMNO TO WST-RT-NRO-ALUMNO(IND-RT)
                   MOVE REG-RTA-TIPO TO WST-RT-TIPO(IND-RT)
                   MOVE REG-RTA-DETALLE TO WST-RT-DETALLE(IND-RT)
               END-IF
           END-IF.

      *JUNTA LAS RETENCIONES VIGENTES DEL ALUMNO; CADA TIPO FIGURA
      *UNA SOLA VEZ EN REG-RET-TIPOS
       10000-BUSCAR-RETENCIONES.
           MOVE 0 TO REG-RET-CANTIDAD
           MOVE SPACES TO REG-RET-TIPOS
           MOVE SPACES TO REG-RET-DETALLE
           IF NOT WSS-TABLA-CARGADA
               PERFORM 05000-CARGAR-TABLA
           END-IF
           PERFORM VARYING IND-RT FROM 1 BY 1
                   UNTIL IND-RT > WSV-CONT-RETENCIONES
               IF WST-RT-NRO-ALUMNO(IND-RT) = REG-RET-NRO-ALUMNO
                   ADD 1 TO REG-RET-CANTIDAD
                   IF REG-RET-CANTIDAD = 1
                       MOVE WST-RT-DETALLE(IND-RT) TO REG-RET-DETALLE
                   END-IF
                   PERFORM 11000-AGREGAR-TIPO
               END-IF
           END-PERFORM
           IF REG-RET-CANTIDAD > 0
               SET WSS-RET-RETENIDO TO TRUE
               MOVE 'ALUMNO CON RETENCION VIGENTE' TO WSV-ST-TEXTO-RET
           END-IF.

       11000-AGREGAR-TIPO.
           MOVE 1 TO WSV-SUB-TIPO
           PERFORM UNTIL WSV-SUB-TIPO > 3
                   OR REG-RET-TIPOS(WSV-SUB-TIPO:1) = SPACE
                   OR REG-RET-TIPOS(WSV-SUB-TIPO:1) =
                       WST-RT-TIPO(IND-RT)
               ADD 1 TO WSV-SUB-TIPO
           END-PERFORM
           IF WSV-SUB-TIPO <= 3
               MOVE WST-RT-TIPO(IND-RT)
                   TO REG-RET-TIPOS(WSV-SUB-TIPO:1)
           END-IF.

      *DEJA ASENTADA LA AUTORIZACION DE DIRECCION EN RETENLOG.DAT
       20000-ASENTAR-AUTORIZACION.
           OPEN EXTEND RETENLOG
           IF NOT WSS-FS-RETENLOG-OK
               SET WSS-RET-ERROR TO TRUE
               MOVE 'ERROR EN EL OPEN DE RETENLOG.DAT'
                   TO WSV-ST-TEXTO-RET
           ELSE
               ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE WSV-FECHA-SISTEMA TO REG-RTL-FECHA
               MOVE REG-RET-NRO-ALUMNO TO REG-RTL-NRO-ALUMNO
               MOVE REG-RET-PROGRAMA TO REG-RTL-PROGRAMA
               MOVE REG-RET-AUTORIZANTE TO REG-RTL-AUTORIZANTE
               MOVE REG-RET-TIPOS TO REG-RTL-TIPOS
               WRITE REG-RETEN-LOG
               IF NOT WSS-FS-RETENLOG-OK
                   SET WSS-RET-ERROR TO TRUE
                   MOVE 'ERROR EN EL WRITE DE RETENLOG.DAT'
                       TO WSV-ST-TEXTO-RET
               END-IF
               CLOSE RETENLOG
           END-IF.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
