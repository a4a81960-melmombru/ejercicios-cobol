      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Actualizacion automatica de las retenciones por
      *cuota vencida. Recorre CUOTAS.DAT buscando los alumnos con
      *alguna cuota vencida a la fecha y con saldo; a los que no
      *tienen una retencion C vigente en RETENCIONES.DAT se la pone
      *(con el periodo mas viejo adeudado en el detalle), y a los
      *que la tienen vigente pero ya no deben nada vencido se la
      *levanta con la fecha del dia. El operador de estos cambios
      *queda como SIS. Se corre despues de CUOTAGEN y de los pagos
      *del dia, antes de emitir documentacion.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RETECUOT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CUOTAS               ASSIGN TO DISK 'CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUOTAS.

       SELECT OPTIONAL RETENCIONES ASSIGN TO DISK 'RETENCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RETENCIONES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CUOTAS.
       COPY REG-CUOTA.

       FD RETENCIONES.
       COPY REG-RETARCH.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CUOTAS                        PIC X(02).
           88 WSS-FS-CUOTAS-OK                     VALUE '00'.
           88 WSS-FS-CUOTAS-EOF                    VALUE '10'.

       01 WSS-FS-RETENCIONES                   PIC X(02).
           88 WSS-FS-RETENCIONES-OK                VALUE '00' '05'.
           88 WSS-FS-RETENCIONES-EOF               VALUE '10'.

       01 WSC-OPERADOR-SISTEMA                 PIC X(03) VALUE 'SIS'.
       01 WSV-FECHA-HOY                        PIC 9(08).

      *ALUMNOS CON ALGUNA CUOTA VENCIDA Y CON SALDO A LA FECHA
       01 WSC-MAX-MOROSOS                      PIC 9(03) VALUE 300.
       01 WSV-CONT-MOROSOS                     PIC S9(4) COMP VALUE 0.
       01 WST-MOROSOS.
           05 WST-MOROSO          OCCURS 300 TIMES INDEXED BY IND-MO.
               10 WST-MO-NRO-ALUMNO            PIC 9(04).
               10 WST-MO-PERIODO               PIC 9(06).
               10 WST-MO-RETENIDO              PIC X(01).
                   88 WSS-MO-RETENIDO                  VALUE 'S'.

      *RETENCIONES COMPLETAS (TODOS LOS TIPOS) PARA REGRABAR
       01 WSC-MAX-RETENCIONES                  PIC 9(03) VALUE 500.
       01 WSV-CONT-RETENCIONES                 PIC S9(4) COMP VALUE 0.
       01 WST-RETENCIONES.
           05 WST-RETENCION-REG  OCCURS 500 TIMES INDEXED BY IND-RT
                                               PIC X(57).

       01 WSV-MOROSO-ENCONTRADO                PIC X(01).
           88 WSS-MOROSO-ENCONTRADO                VALUE 'S'.
       01 WSV-CONT-PUESTAS                     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LEVANTADAS                  PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SIGUEN                      PIC S9(4) COMP VALUE 0.

       01 WSV-LINEA.
           05 FILLER                           PIC X(60) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 10000-CARGAR-MOROSOS
           PERFORM 20000-CARGAR-RETENCIONES
           PERFORM 30000-LEVANTAR-REGULARIZADOS
           PERFORM 35000-RETENER-MOROSOS
           IF WSV-CONT-PUESTAS > 0 OR WSV-CONT-LEVANTADAS > 0
               PERFORM 40000-GRABAR-RETENCIONES
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'RETENCIONES POR CUOTA VENCIDA AL ' WSV-FECHA-HOY
           DISPLAY 'NUEVAS:     ' WSV-CONT-PUESTAS
           DISPLAY 'LEVANTADAS: ' WSV-CONT-LEVANTADAS
           DISPLAY 'SIGUEN:     ' WSV-CONT-SIGUEN
           DISPLAY WSV-LINEA
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'RETECUOT' TO REG-OPER-PROGRAMA-E
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

      *RECORRE CUOTAS.DAT Y ARMA LA TABLA DE ALUMNOS CON CUOTAS
      *VENCIDAS IMPAGAS, CON EL PERIODO MAS VIEJO ADEUDADO
       10000-CARGAR-MOROSOS.
           OPEN INPUT CUOTAS
           IF NOT WSS-FS-CUOTAS-OK
               DISPLAY 'NO SE PUDO ABRIR CUOTAS.DAT (CORRER '
                       'CUOTAGEN PRIMERO)'
               DISPLAY 'FILE STATUS ' WSS-FS-CUOTAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-MOROSO UNTIL WSS-FS-CUOTAS-EOF
           CLOSE CUOTAS.

       11000-LEER-Y-CARGAR-MOROSO.
           READ CUOTAS
           IF WSS-FS-CUOTAS-OK
               IF REG-CUO-VENCIMIENTO < WSV-FECHA-HOY
                       AND NOT WSS-CUO-CANCELADA
                       AND REG-CUO-MONTO > REG-CUO-PAGADO
                   PERFORM 12000-AGREGAR-MOROSO
               END-IF
           END-IF.

       12000-AGREGAR-MOROSO.
           MOVE 'N' TO WSV-MOROSO-ENCONTRADO
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOROSOS
                       OR WSS-MOROSO-ENCONTRADO
               IF WST-MO-NRO-ALUMNO(IND-MO) = REG-CUO-NRO-ALUMNO
                   SET WSS-MOROSO-ENCONTRADO TO TRUE
                   IF REG-CUO-PERIODO < WST-MO-PERIODO(IND-MO)
                       MOVE REG-CUO-PERIODO TO WST-MO-PERIODO(IND-MO)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WSS-MOROSO-ENCONTRADO
               IF WSV-CONT-MOROSOS >= WSC-MAX-MOROSOS
                   DISPLAY 'TABLA DE ALUMNOS CON DEUDA LLENA, SE '
                           'IGNORAN LOS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-CUOTAS
               ELSE
                   ADD 1 TO WSV-CONT-MOROSOS
                   SET IND-MO TO WSV-CONT-MOROSOS
                   MOVE REG-CUO-NRO-ALUMNO
                       TO WST-MO-NRO-ALUMNO(IND-MO)
                   MOVE REG-CUO-PERIODO TO WST-MO-PERIODO(IND-MO)
                   MOVE 'N' TO WST-MO-RETENIDO(IND-MO)
               END-IF
           END-IF.

      *CARGA RETENCIONES.DAT COMPLETO (SI NO EXISTE QUEDA VACIO)
       20000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES
           IF NOT WSS-FS-RETENCIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE RETENCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RETENCIONES
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-Y-CARGAR-RET
               UNTIL WSS-FS-RETENCIONES-EOF
           CLOSE RETENCIONES.

       21000-LEER-Y-CARGAR-RET.
           READ RETENCIONES
           IF WSS-FS-RETENCIONES-OK
               IF WSV-CONT-RETENCIONES >= WSC-MAX-RETENCIONES
                   DISPLAY 'RETENCIONES.DAT NO ENTRA EN MEMORIA, NO '
                           'SE ACTUALIZA'
                   CLOSE RETENCIONES
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-RETENCIONES
               SET IND-RT TO WSV-CONT-RETENCIONES
               MOVE REG-RETENCION-ARCH TO WST-RETENCION-REG(IND-RT)
           END-IF.

      *CADA RETENCION C VIGENTE SE LEVANTA SI EL ALUMNO YA NO TIENE
      *CUOTAS VENCIDAS; SI SIGUE DEBIENDO SE MARCA PARA NO DUPLICARLA
       30000-LEVANTAR-REGULARIZADOS.
           PERFORM VARYING IND-RT FROM 1 BY 1
                   UNTIL IND-RT > WSV-CONT-RETENCIONES
               MOVE WST-RETENCION-REG(IND-RT) TO REG-RETENCION-ARCH
               IF WSS-RTA-CUOTA AND WSS-RTA-VIGENTE
                   PERFORM 31000-BUSCAR-MOROSO
                   IF WSS-MOROSO-ENCONTRADO
                       MOVE 'S' TO WST-MO-RETENIDO(IND-MO)
                       ADD 1 TO WSV-CONT-SIGUEN
                   ELSE
                       MOVE WSV-FECHA-HOY TO REG-RTA-FECHA-LEVANTA
                       MOVE WSC-OPERADOR-SISTEMA
                           TO REG-RTA-OPER-LEVANTA
                       MOVE REG-RETENCION-ARCH
                           TO WST-RETENCION-REG(IND-RT)
                       ADD 1 TO WSV-CONT-LEVANTADAS
                       DISPLAY 'SE LEVANTA LA RETENCION DEL ALUMNO '
                               REG-RTA-NRO-ALUMNO
                   END-IF
               END-IF
           END-PERFORM.

       31000-BUSCAR-MOROSO.
           MOVE 'N' TO WSV-MOROSO-ENCONTRADO
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOROSOS
                       OR WSS-MOROSO-ENCONTRADO
               IF WST-MO-NRO-ALUMNO(IND-MO) = REG-RTA-NRO-ALUMNO
                   SET WSS-MOROSO-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-MOROSO-ENCONTRADO
               SET IND-MO DOWN BY 1
           END-IF.

      *AGREGA UNA RETENCION C A CADA ALUMNO CON DEUDA VENCIDA QUE NO
      *LA TENIA
       35000-RETENER-MOROSOS.
           PERFORM VARYING IND-MO FROM 1 BY 1
                   UNTIL IND-MO > WSV-CONT-MOROSOS
               IF NOT WSS-MO-RETENIDO(IND-MO)
                   IF WSV-CONT-RETENCIONES >= WSC-MAX-RETENCIONES
                       DISPLAY 'TABLA DE RETENCIONES LLENA, NO SE '
                               'RETIENE AL ALUMNO '
                               WST-MO-NRO-ALUMNO(IND-MO)
                   ELSE
                       MOVE SPACES TO REG-RETENCION-ARCH
                       MOVE WST-MO-NRO-ALUMNO(IND-MO)
                           TO REG-RTA-NRO-ALUMNO
                       SET WSS-RTA-CUOTA TO TRUE
                       MOVE WSV-FECHA-HOY TO REG-RTA-FECHA-ALTA
                       MOVE WSC-OPERADOR-SISTEMA TO REG-RTA-OPERADOR
                       MOVE 0 TO REG-RTA-FECHA-LEVANTA
                       STRING 'CUOTA VENCIDA DESDE '
                               WST-MO-PERIODO(IND-MO)
                           DELIMITED BY SIZE INTO REG-RTA-DETALLE
                       ADD 1 TO WSV-CONT-RETENCIONES
                       SET IND-RT TO WSV-CONT-RETENCIONES
                       MOVE REG-RETENCION-ARCH
                           TO WST-RETENCION-REG(IND-RT)
                       ADD 1 TO WSV-CONT-PUESTAS
                       DISPLAY 'SE RETIENE AL ALUMNO '
                               WST-MO-NRO-ALUMNO(IND-MO)
                               ' POR CUOTA VENCIDA DESDE '
                               WST-MO-PERIODO(IND-MO)
                   END-IF
               END-IF
           END-PERFORM.

      *REGRABA RETENCIONES.DAT CON LAS ALTAS Y LOS LEVANTAMIENTOS
       40000-GRABAR-RETENCIONES.
           OPEN OUTPUT RETENCIONES
           IF NOT WSS-FS-RETENCIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE RETENCIONES'
               DISPLAY 'FILE STATUS ' WSS-FS-RETENCIONES
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-RT FROM 1 BY 1
                   UNTIL IND-RT > WSV-CONT-RETENCIONES
               WRITE REG-RETENCION-ARCH
                   FROM WST-RETENCION-REG(IND-RT)
               IF NOT WSS-FS-RETENCIONES-OK
                   DISPLAY 'ERROR EN EL WRITE DE RETENCIONES'
                   DISPLAY 'FILE STATUS ' WSS-FS-RETENCIONES
               END-IF
           END-PERFORM
           CLOSE RETENCIONES.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
