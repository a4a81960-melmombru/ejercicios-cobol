      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Acumulacion y escalamiento de sanciones por
      *termino, segun el codigo de convivencia. Cada sancion de
      *SANCIONES.DAT con fecha dentro del termino del calendario
      *escolar (CICLO.DAT via RUTCICLO) suma los puntos de su tipo
      *del archivo de parametros DISCIPLINA.PRM; cada tanto de
      *sanciones leves (tipos hasta el maximo leve del parametro,
      *en el orden en que se registraron) cuenta como una grave y
      *suma los puntos de grave en lugar de los propios. Con el
      *total de puntos del alumno se busca el nivel mas alto de la
      *tabla de umbrales (citacion de responsables, suspension...).
      *Si el alumno alcanzo un nivel que todavia no tenia en el
      *termino se graba un registro de escalamiento en ESCALAS.DAT
      *(nivel, puntos, fecha y accion) y sale en el listado de los
      *que recien escalaron, con sus responsables de
      *RESPONSABLES.DAT para el llamado. Sale por pantalla y en
      *DISCESC.LIS via RUTLIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DISCESC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARAMETROS           ASSIGN TO DISK 'DISCIPLINA.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PARAMETROS.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT OPTIONAL SANCIONES   ASSIGN TO DISK 'SANCIONES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-SANCIONES.

       SELECT OPTIONAL RESPONSABLES
                                   ASSIGN TO DISK 'RESPONSABLES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RESP.

       SELECT OPTIONAL ESCALAS     ASSIGN TO DISK 'ESCALAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ESCALAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PARAMETROS.
       01 REG-PARAMETROS.
           05 REG-PRM-PUNTOS-TIPO              PIC 9(02)
                                               OCCURS 9 TIMES.
           05 REG-PRM-TIPO-LEVE-MAX            PIC 9(01).
           05 REG-PRM-LEVES-POR-GRAVE          PIC 9(02).
           05 REG-PRM-PUNTOS-GRAVE             PIC 9(02).
           05 REG-PRM-NIVELES                  OCCURS 5 TIMES.
               10 REG-PRM-NIV-PUNTOS           PIC 9(03).
               10 REG-PRM-NIV-ACCION           PIC X(20).

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.

       FD SANCIONES.
       01 REG-SANCION.
           05 REG-SAN-NRO-ALUMNO               PIC 9(04).
           05 REG-SAN-FECHA                    PIC 9(08).
           05 REG-SAN-TIPO                     PIC 9(01).
           05 REG-SAN-DESCRIP                  PIC X(30).

       FD RESPONSABLES.
       01 REG-RESPONSABLE.
           05 REG-RSP-NRO-ALUMNO               PIC 9(04).
           05 REG-RSP-NOMBRE                   PIC X(25).
           05 REG-RSP-PARENTESCO               PIC X(10).
           05 REG-RSP-TELEFONO                 PIC X(11).
           05 REG-RSP-DNI                      PIC X(10).

       FD ESCALAS.
       COPY REG-ESCALA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-PARAMETROS-OK                     VALUE '00'.

       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSS-FS-SANCIONES                     PIC X(02).
           88 WSS-FS-SANCIONES-OK                      VALUE '00' '05'.
           88 WSS-FS-SANCIONES-EOF                     VALUE '10'.

       01 WSS-FS-RESP                          PIC X(02).
           88 WSS-FS-RESP-OK                           VALUE '00' '05'.
           88 WSS-FS-RESP-EOF                          VALUE '10'.

       01 WSS-FS-ESCALAS                       PIC X(02).
           88 WSS-FS-ESCALAS-OK                        VALUE '00' '05'.
           88 WSS-FS-ESCALAS-EOF                       VALUE '10'.

      *PARAMETROS CARGADOS DE DISCIPLINA.PRM
       01 WSV-PUNTOS-TIPOS.
           05 WSV-PUNTOS-TIPO                  PIC 9(02)
                                               OCCURS 9 TIMES.
       01 WSV-TIPO-LEVE-MAX                    PIC 9(01).
       01 WSV-LEVES-POR-GRAVE                  PIC 9(02).
       01 WSV-PUNTOS-GRAVE                     PIC 9(02).
       01 WSV-NIVELES.
           05 WSV-NIVEL                        OCCURS 5 TIMES.
               10 WSV-NIV-PUNTOS               PIC 9(03).
               10 WSV-NIV-ACCION               PIC X(20).
       01 WSC-MAX-NIVELES                      PIC 9(01) VALUE 5.
       01 WSV-SUB-NIV                          PIC 9(01).
       01 WSV-SUB-TIPO                         PIC 9(02).

      *TERMINO DEL PROCESO
       01 WSV-ANIO-E                           PIC 9(04).
       01 WSV-TERMINO-E                        PIC 9(01).
       01 WSV-USAR-TERMINO-E                   PIC X(01).
       01 WSV-TERMINO-TOMADO                   PIC X(01).
           88 WSS-TERMINO-TOMADO                       VALUE 'S'.
       01 WSV-FECHA-DESDE                      PIC 9(08).
       01 WSV-FECHA-HASTA                      PIC 9(08).
       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-SUB-TE                           PIC S9(4) COMP.
       01 WSV-ENCONTRADO                       PIC X(01).
           88 WSS-ENCONTRADO                           VALUE 'S'.

      *ALUMNOS ACTIVOS CON SUS PUNTOS DEL TERMINO
       01 WSC-MAX-ALUMNOS                      PIC 9(03) VALUE 200.
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS-DISC.
           05 WST-AD-ITEM         OCCURS 200 TIMES INDEXED BY IND-AD.
               10 WST-AD-NRO                   PIC 9(04).
               10 WST-AD-NOMBRE                PIC X(23).
               10 WST-AD-CURSO                 PIC X(02).
               10 WST-AD-SANCIONES             PIC 9(03).
               10 WST-AD-PUNTOS                PIC 9(03).
               10 WST-AD-LEVES-CONT            PIC 9(02).
               10 WST-AD-LEVES-PUNTOS          PIC 9(03).
               10 WST-AD-GRAVES-X-LEVES        PIC 9(02).
               10 WST-AD-NIVEL-ANTERIOR        PIC 9(01).
               10 WST-AD-NIVEL                 PIC 9(01).
               10 WST-AD-ESCALO                PIC X(01).
                   88 WSS-AD-ESCALO                    VALUE 'S'.

      *RESPONSABLES DE RESPONSABLES.DAT
       01 WSC-MAX-RESP                         PIC 9(03) VALUE 400.
       01 WSV-CONT-RESP                        PIC S9(4) COMP VALUE 0.
       01 WST-RESPONSABLES.
           05 WST-RESP            OCCURS 400 TIMES INDEXED BY IND-RS.
               10 WST-RS-NRO-ALUMNO            PIC 9(04).
               10 WST-RS-NOMBRE                PIC X(25).
               10 WST-RS-PARENTESCO            PIC X(10).
               10 WST-RS-TELEFONO              PIC X(11).
       01 WSV-CONT-RESP-ALUMNO                 PIC 9(03).

       01 WSV-CONT-CON-PUNTOS                  PIC 9(04) VALUE 0.
       01 WSV-CONT-ESCALARON                   PIC 9(04) VALUE 0.
       01 WSV-CONT-SAN-TERMINO                 PIC 9(04) VALUE 0.
       01 WSV-CONT-SAN-OMITIDAS                PIC 9(04) VALUE 0.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTCICLO                        PIC X(08)
                                                       VALUE "RUTCICLO".
       COPY REG-CICLO.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.

      **INFORME--------------------------------------------------------*
       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".
       01 WSV-TITULO-ALUMNOS.
           05 FILLER                           PIC X(40)
                       VALUE 'ALU  NOMBRE                  CURSO SANC'.
           05 FILLER                           PIC X(38)
                       VALUE ' PUNTOS NIV ACCION'.
       01 WSV-LINEA-ALUMNO.
           05 WSV-ALU-NRO-R                    PIC 9(04).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-ALU-NOMBRE-R                 PIC X(23).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WSV-ALU-CURSO-R                  PIC X(02).
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 WSV-ALU-SANCIONES-R              PIC ZZ9.
           05 FILLER                           PIC X(04) VALUE SPACES.
           05 WSV-ALU-PUNTOS-R                 PIC ZZ9.
           05 FILLER                           PIC X(03) VALUE SPACES.
           05 WSV-ALU-NIVEL-R                  PIC 9(01).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-ALU-ACCION-R                 PIC X(20).
       01 WSV-LINEA-RESPONSABLE.
           05 FILLER                           PIC X(07)
                                                       VALUE '     > '.
           05 WSV-RSP-NOMBRE-R                 PIC X(25).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 WSV-RSP-PARENTESCO-R             PIC X(10).
           05 FILLER                           PIC X(06)
                                                       VALUE ' TEL: '.
           05 WSV-RSP-TELEFONO-R               PIC X(11).
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 10000-INICIO
           PERFORM 20000-CARGAR-ALUMNOS
           PERFORM 25000-CARGAR-ESCALAS
           PERFORM 30000-ACUMULAR-SANCIONES
           PERFORM 35000-CARGAR-RESPONSABLES
           PERFORM 40000-RESOLVER-NIVELES
           PERFORM 45000-EMITIR-INFORME
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *LEE LOS PARAMETROS Y PIDE EL TERMINO
       10000-INICIO.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 11000-CARGAR-PARAMETROS
           PERFORM 12000-INGRESAR-TERMINO
           PERFORM 13000-BUSCAR-TERMINO.

      *LEE PUNTOS POR TIPO, REGLA DE LEVES Y UMBRALES DE
      *DISCIPLINA.PRM; SIN PARAMETROS NO SE CORRE, PARA QUE LAS
      *REGLAS DE CONVIVENCIA QUEDEN SIEMPRE POR ESCRITO
       11000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'NO SE PUDO ABRIR DISCIPLINA.PRM, EL BATCH NO '
                       'CORRE SIN PARAMETROS'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           READ PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
               DISPLAY 'DISCIPLINA.PRM VACIO O ILEGIBLE, EL BATCH NO '
                       'CORRE SIN PARAMETROS'
               DISPLAY 'FILE STATUS ' WSS-FS-PARAMETROS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-TIPO FROM 1 BY 1
                   UNTIL WSV-SUB-TIPO > 9
               MOVE REG-PRM-PUNTOS-TIPO(WSV-SUB-TIPO)
                   TO WSV-PUNTOS-TIPO(WSV-SUB-TIPO)
           END-PERFORM
           MOVE REG-PRM-TIPO-LEVE-MAX TO WSV-TIPO-LEVE-MAX
           MOVE REG-PRM-LEVES-POR-GRAVE TO WSV-LEVES-POR-GRAVE
           MOVE REG-PRM-PUNTOS-GRAVE TO WSV-PUNTOS-GRAVE
           PERFORM VARYING WSV-SUB-NIV FROM 1 BY 1
                   UNTIL WSV-SUB-NIV > WSC-MAX-NIVELES
               MOVE REG-PRM-NIV-PUNTOS(WSV-SUB-NIV)
                   TO WSV-NIV-PUNTOS(WSV-SUB-NIV)
               MOVE REG-PRM-NIV-ACCION(WSV-SUB-NIV)
                   TO WSV-NIV-ACCION(WSV-SUB-NIV)
           END-PERFORM
           CLOSE PARAMETROS
           DISPLAY 'PARAMETROS: PUNTOS POR TIPO ' WSV-PUNTOS-TIPOS
           DISPLAY '            ' WSV-LEVES-POR-GRAVE
                   ' LEVES (TIPO HASTA ' WSV-TIPO-LEVE-MAX
                   ') = UNA GRAVE DE ' WSV-PUNTOS-GRAVE ' PUNTOS'
           PERFORM VARYING WSV-SUB-NIV FROM 1 BY 1
                   UNTIL WSV-SUB-NIV > WSC-MAX-NIVELES
               IF WSV-NIV-PUNTOS(WSV-SUB-NIV) NOT= 0
                   DISPLAY '            NIVEL ' WSV-SUB-NIV ' DESDE '
                           WSV-NIV-PUNTOS(WSV-SUB-NIV) ' PUNTOS: '
                           WSV-NIV-ACCION(WSV-SUB-NIV)
               END-IF
           END-PERFORM.

      *OFRECE EL TERMINO ACTUAL DEL CALENDARIO ESCOLAR; SI NO SE
      *TOMA, PIDE ANIO Y NUMERO DE TERMINO
       12000-INGRESAR-TERMINO.
           MOVE 'N' TO WSV-TERMINO-TOMADO
           SET WSS-CICLO-ACTUAL TO TRUE
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-DENTRO
               DISPLAY 'TERMINO ACTUAL: ' REG-CICLO-TERMINO-R ' DE '
                       REG-CICLO-ANIO-R ' (' REG-CICLO-DESDE-R
                       ' A ' REG-CICLO-HASTA-R ')'
               DISPLAY 'PROCESAR EL TERMINO ACTUAL (S/N)? '
               ACCEPT WSV-USAR-TERMINO-E
               IF WSV-USAR-TERMINO-E = 'S'
                       OR WSV-USAR-TERMINO-E = 's'
                   SET WSS-TERMINO-TOMADO TO TRUE
                   MOVE REG-CICLO-ANIO-R TO WSV-ANIO-E
                   MOVE REG-CICLO-TERMINO-R TO WSV-TERMINO-E
               END-IF
           END-IF
           IF NOT WSS-TERMINO-TOMADO
               DISPLAY 'INGRESE ANIO DEL CICLO (AAAA): '
               ACCEPT WSV-ANIO-E
               DISPLAY 'INGRESE NRO DE TERMINO: '
               ACCEPT WSV-TERMINO-E
           END-IF.

      *TRAE LOS TERMINOS DEL ANIO VIA RUTCICLO Y TOMA LAS FECHAS DEL
      *TERMINO PEDIDO
       13000-BUSCAR-TERMINO.
           SET WSS-CICLO-ESTADO-ANIO TO TRUE
           COMPUTE REG-CICLO-PERIODO-E = WSV-ANIO-E * 100 + 1
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING WSV-SUB-TE FROM 1 BY 1
                   UNTIL WSV-SUB-TE > REG-CICLO-CANT-R
                       OR WSS-ENCONTRADO
               IF REG-CICLO-TE-TERMINO-R(WSV-SUB-TE) = WSV-TERMINO-E
                   SET WSS-ENCONTRADO TO TRUE
                   MOVE REG-CICLO-TE-DESDE-R(WSV-SUB-TE)
                       TO WSV-FECHA-DESDE
                   MOVE REG-CICLO-TE-HASTA-R(WSV-SUB-TE)
                       TO WSV-FECHA-HASTA
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               DISPLAY 'EL TERMINO ' WSV-TERMINO-E ' DE ' WSV-ANIO-E
                       ' NO ESTA EN EL CALENDARIO (CICLMANT)'
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE ALUMNOS.DAT; LOS DADOS DE BAJA NO SE ESCALAN
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
                   CONTINUE
               ELSE
               IF WSV-CONT-ALUMNOS >= WSC-MAX-ALUMNOS
                   DISPLAY 'TABLA DE ALUMNOS LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
               ELSE
                   ADD 1 TO WSV-CONT-ALUMNOS
                   SET IND-AD TO WSV-CONT-ALUMNOS
                   MOVE REG-ALU-NRO-ALUMNO TO WST-AD-NRO(IND-AD)
                   MOVE REG-ALU-NOMBRE TO WST-AD-NOMBRE(IND-AD)
                   MOVE REG-ALU-CURSO TO WST-AD-CURSO(IND-AD)
                   MOVE 0 TO WST-AD-SANCIONES(IND-AD)
                   MOVE 0 TO WST-AD-PUNTOS(IND-AD)
                   MOVE 0 TO WST-AD-LEVES-CONT(IND-AD)
                   MOVE 0 TO WST-AD-LEVES-PUNTOS(IND-AD)
                   MOVE 0 TO WST-AD-GRAVES-X-LEVES(IND-AD)
                   MOVE 0 TO WST-AD-NIVEL-ANTERIOR(IND-AD)
                   MOVE 0 TO WST-AD-NIVEL(IND-AD)
                   MOVE 'N' TO WST-AD-ESCALO(IND-AD)
               END-IF
               END-IF
           END-IF
           END-IF.

      *TOMA DE ESCALAS.DAT EL NIVEL MAS ALTO QUE YA ALCANZO CADA
      *ALUMNO EN EL TERMINO, PARA NO VOLVER A ESCALARLO
       25000-CARGAR-ESCALAS.
           OPEN INPUT ESCALAS
           IF NOT WSS-FS-ESCALAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ESCALAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ESCALAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 26000-LEER-ESCALA UNTIL WSS-FS-ESCALAS-EOF
           CLOSE ESCALAS.

       26000-LEER-ESCALA.
           READ ESCALAS
           IF WSS-FS-ESCALAS-OK
                   AND REG-ESC-ANIO = WSV-ANIO-E
                   AND REG-ESC-TERMINO = WSV-TERMINO-E
               PERFORM VARYING IND-AD FROM 1 BY 1
                       UNTIL IND-AD > WSV-CONT-ALUMNOS
                   IF WST-AD-NRO(IND-AD) = REG-ESC-NRO-ALUMNO
                           AND WST-AD-NIVEL-ANTERIOR(IND-AD) <
                               REG-ESC-NIVEL
                       MOVE REG-ESC-NIVEL
                           TO WST-AD-NIVEL-ANTERIOR(IND-AD)
                   END-IF
               END-PERFORM
           END-IF.

      *RECORRE SANCIONES.DAT SUMANDO LOS PUNTOS DE LAS SANCIONES
      *DEL TERMINO POR ALUMNO
       30000-ACUMULAR-SANCIONES.
           OPEN INPUT SANCIONES
           IF NOT WSS-FS-SANCIONES-OK
               DISPLAY 'ERROR EN EL OPEN DE SANCIONES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-SANCIONES
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-Y-SUMAR UNTIL WSS-FS-SANCIONES-EOF
           CLOSE SANCIONES.

       31000-LEER-Y-SUMAR.
           READ SANCIONES
           IF WSS-FS-SANCIONES-OK
                   AND REG-SAN-FECHA >= WSV-FECHA-DESDE
                   AND REG-SAN-FECHA <= WSV-FECHA-HASTA
               ADD 1 TO WSV-CONT-SAN-TERMINO
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING IND-AD FROM 1 BY 1
                       UNTIL IND-AD > WSV-CONT-ALUMNOS
                           OR WSS-ENCONTRADO
                   IF WST-AD-NRO(IND-AD) = REG-SAN-NRO-ALUMNO
                       SET WSS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-ENCONTRADO AND REG-SAN-TIPO >= 1
                   SET IND-AD DOWN BY 1
                   PERFORM 32000-SUMAR-SANCION
               ELSE
                   ADD 1 TO WSV-CONT-SAN-OMITIDAS
               END-IF
           END-IF.

      *SUMA LOS PUNTOS DEL TIPO; AL COMPLETAR UN TANTO DE LEVES, LOS
      *PUNTOS DE ESAS LEVES SE REEMPLAZAN POR LOS DE UNA GRAVE
       32000-SUMAR-SANCION.
           ADD 1 TO WST-AD-SANCIONES(IND-AD)
           ADD WSV-PUNTOS-TIPO(REG-SAN-TIPO) TO WST-AD-PUNTOS(IND-AD)
           IF REG-SAN-TIPO <= WSV-TIPO-LEVE-MAX
                   AND WSV-LEVES-POR-GRAVE > 0
               ADD 1 TO WST-AD-LEVES-CONT(IND-AD)
               ADD WSV-PUNTOS-TIPO(REG-SAN-TIPO)
                   TO WST-AD-LEVES-PUNTOS(IND-AD)
               IF WST-AD-LEVES-CONT(IND-AD) >= WSV-LEVES-POR-GRAVE
                   COMPUTE WST-AD-PUNTOS(IND-AD) =
                           WST-AD-PUNTOS(IND-AD) -
                           WST-AD-LEVES-PUNTOS(IND-AD) +
                           WSV-PUNTOS-GRAVE
                   ADD 1 TO WST-AD-GRAVES-X-LEVES(IND-AD)
                   MOVE 0 TO WST-AD-LEVES-CONT(IND-AD)
                   MOVE 0 TO WST-AD-LEVES-PUNTOS(IND-AD)
               END-IF
           END-IF.

      *CARGA RESPONSABLES.DAT EN MEMORIA PARA EL LLAMADO
       35000-CARGAR-RESPONSABLES.
           OPEN INPUT RESPONSABLES
           IF NOT WSS-FS-RESP-OK
               DISPLAY 'ERROR EN EL OPEN DE RESPONSABLES.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESP
           ELSE
               PERFORM 36000-LEER-Y-CARGAR-RESP
                   UNTIL WSS-FS-RESP-EOF
               CLOSE RESPONSABLES
           END-IF.

       36000-LEER-Y-CARGAR-RESP.
           READ RESPONSABLES
           IF WSS-FS-RESP-OK
               IF WSV-CONT-RESP >= WSC-MAX-RESP
                   DISPLAY 'TABLA DE RESPONSABLES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-RESP
               ELSE
                   ADD 1 TO WSV-CONT-RESP
                   SET IND-RS TO WSV-CONT-RESP
                   MOVE REG-RSP-NRO-ALUMNO TO WST-RS-NRO-ALUMNO(IND-RS)
                   MOVE REG-RSP-NOMBRE TO WST-RS-NOMBRE(IND-RS)
                   MOVE REG-RSP-PARENTESCO
                       TO WST-RS-PARENTESCO(IND-RS)
                   MOVE REG-RSP-TELEFONO TO WST-RS-TELEFONO(IND-RS)
               END-IF
           END-IF.

      *BUSCA EL NIVEL MAS ALTO QUE ALCANZAN LOS PUNTOS DE CADA
      *ALUMNO; SI ES MAYOR AL QUE YA TENIA EN EL TERMINO LO AGREGA A
      *ESCALAS.DAT
       40000-RESOLVER-NIVELES.
           OPEN EXTEND ESCALAS
           IF NOT WSS-FS-ESCALAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ESCALAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ESCALAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-AD FROM 1 BY 1
                   UNTIL IND-AD > WSV-CONT-ALUMNOS
               IF WST-AD-PUNTOS(IND-AD) > 0
                   ADD 1 TO WSV-CONT-CON-PUNTOS
                   PERFORM 41000-RESOLVER-UN-ALUMNO
               END-IF
           END-PERFORM
           CLOSE ESCALAS.

       41000-RESOLVER-UN-ALUMNO.
           PERFORM VARYING WSV-SUB-NIV FROM 1 BY 1
                   UNTIL WSV-SUB-NIV > WSC-MAX-NIVELES
               IF WSV-NIV-PUNTOS(WSV-SUB-NIV) NOT= 0
                       AND WST-AD-PUNTOS(IND-AD) >=
                           WSV-NIV-PUNTOS(WSV-SUB-NIV)
                   MOVE WSV-SUB-NIV TO WST-AD-NIVEL(IND-AD)
               END-IF
           END-PERFORM
           IF WST-AD-NIVEL(IND-AD) > WST-AD-NIVEL-ANTERIOR(IND-AD)
               MOVE 'S' TO WST-AD-ESCALO(IND-AD)
               ADD 1 TO WSV-CONT-ESCALARON
               MOVE WST-AD-NRO(IND-AD) TO REG-ESC-NRO-ALUMNO
               MOVE WSV-ANIO-E TO REG-ESC-ANIO
               MOVE WSV-TERMINO-E TO REG-ESC-TERMINO
               MOVE WST-AD-NIVEL(IND-AD) TO REG-ESC-NIVEL
               MOVE WST-AD-PUNTOS(IND-AD) TO REG-ESC-PUNTOS
               MOVE WSV-FECHA-HOY TO REG-ESC-FECHA
               MOVE WSV-NIV-ACCION(WST-AD-NIVEL(IND-AD))
                   TO REG-ESC-ACCION
               WRITE REG-ESCALA
               IF NOT WSS-FS-ESCALAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE ESCALAS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-ESCALAS
               END-IF
           END-IF.

      *LISTADO DE LOS ALUMNOS QUE RECIEN ESCALARON, CON SUS
      *RESPONSABLES, Y EL RESUMEN DEL TERMINO
       45000-EMITIR-INFORME.
           SET WSS-LIST-ABRIR TO TRUE
           MOVE 'DISCESC.LIS' TO REG-LIST-ARCHIVO
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'TERMINO ' WSV-TERMINO-E ' DE ' WSV-ANIO-E
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE 'ESCALAMIENTO DE SANCIONES - ALUMNOS A CITAR'
               TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE WSV-TITULO-ALUMNOS TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WSV-CONT-ESCALARON = 0
               MOVE 'NINGUN ALUMNO ALCANZO UN NIVEL NUEVO EN EL TERMINO'
                   TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING IND-AD FROM 1 BY 1
                   UNTIL IND-AD > WSV-CONT-ALUMNOS
               IF WSS-AD-ESCALO(IND-AD)
                   PERFORM 45100-EMITIR-ALUMNO
               END-IF
           END-PERFORM
           MOVE WSV-LINEA TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'SANCIONES DEL TERMINO: ' WSV-CONT-SAN-TERMINO
                  '   ALUMNOS CON PUNTOS: ' WSV-CONT-CON-PUNTOS
                  '   ESCALARON: ' WSV-CONT-ESCALARON
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WSV-CONT-SAN-OMITIDAS > 0
               MOVE SPACES TO REG-LIST-LINEA
               STRING 'SANCIONES DE ALUMNOS DADOS DE BAJA O '
                      'INEXISTENTES (OMITIDAS): '
                      WSV-CONT-SAN-OMITIDAS
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF
           SET WSS-LIST-CERRAR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           DISPLAY 'INFORME GRABADO EN ' REG-LIST-ARCHIVO.

       45100-EMITIR-ALUMNO.
           MOVE WST-AD-NRO(IND-AD) TO WSV-ALU-NRO-R
           MOVE WST-AD-NOMBRE(IND-AD) TO WSV-ALU-NOMBRE-R
           MOVE WST-AD-CURSO(IND-AD) TO WSV-ALU-CURSO-R
           MOVE WST-AD-SANCIONES(IND-AD) TO WSV-ALU-SANCIONES-R
           MOVE WST-AD-PUNTOS(IND-AD) TO WSV-ALU-PUNTOS-R
           MOVE WST-AD-NIVEL(IND-AD) TO WSV-ALU-NIVEL-R
           MOVE WSV-NIV-ACCION(WST-AD-NIVEL(IND-AD))
               TO WSV-ALU-ACCION-R
           MOVE WSV-LINEA-ALUMNO TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LINEA
           IF WST-AD-GRAVES-X-LEVES(IND-AD) > 0
               MOVE SPACES TO REG-LIST-LINEA
               STRING '     (INCLUYE ' WST-AD-GRAVES-X-LEVES(IND-AD)
                      ' GRAVE/S POR ACUMULACION DE LEVES)'
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF
           MOVE 0 TO WSV-CONT-RESP-ALUMNO
           PERFORM VARYING IND-RS FROM 1 BY 1
                   UNTIL IND-RS > WSV-CONT-RESP
               IF WST-RS-NRO-ALUMNO(IND-RS) = WST-AD-NRO(IND-AD)
                   ADD 1 TO WSV-CONT-RESP-ALUMNO
                   MOVE WST-RS-NOMBRE(IND-RS) TO WSV-RSP-NOMBRE-R
                   MOVE WST-RS-PARENTESCO(IND-RS)
                       TO WSV-RSP-PARENTESCO-R
                   MOVE WST-RS-TELEFONO(IND-RS) TO WSV-RSP-TELEFONO-R
                   MOVE WSV-LINEA-RESPONSABLE TO REG-LIST-LINEA
                   PERFORM 46000-ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           IF WSV-CONT-RESP-ALUMNO = 0
               MOVE '     > SIN RESPONSABLES CARGADOS (RESPMANT)'
                   TO REG-LIST-LINEA
               PERFORM 46000-ESCRIBIR-LINEA
           END-IF.

      *MANDA LA LINEA A LA PANTALLA Y AL LISTADO PAGINADO
       46000-ESCRIBIR-LINEA.
           DISPLAY REG-LIST-LINEA
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
