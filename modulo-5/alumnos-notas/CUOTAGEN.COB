      *alumno y periodo no se duplica, asi la corrida se puede
      *repetir sin miedo. CUOTAPAG asienta despues los pagos y
      *CUOTADEU arma el listado de deuda para direccion.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La cuota lleva el bruto del arancel, el descuento y
      *   su motivo (B beca, H hermanos, A ambos) y el monto queda
      *   neto. La beca vigente del anio en BECAS-OTORGADAS.DAT
      *   descuenta su porcentaje, o el monto mensual si no tiene
      *   porcentaje; una beca cancelada por BECARENV deja de
      *   descontar desde su periodo de baja. El descuento por
      *   hermanos sale de HERMANOS.PRM (orden del hermano y
      *   porcentaje) sobre lo que queda despues de la beca; son
      *   hermanos los alumnos activos con un responsable del mismo
      *   DNI en RESPONSABLES.DAT, y el orden lo da el numero de
      *   alumno (el de numero mas bajo paga completo).
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL CUOTAS      ASSIGN TO DISK 'CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUOTAS.

       SELECT OPTIONAL OTORGADAS   ASSIGN TO DISK
                                   'BECAS-OTORGADAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-OTORGADAS.

       SELECT OPTIONAL HERMANOS    ASSIGN TO DISK 'HERMANOS.PRM'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-HERMANOS.

       SELECT OPTIONAL RESPONSABLES
                                   ASSIGN TO DISK 'RESPONSABLES.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RESP.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       COPY REG-ALUM.

       FD CUOTAS.
       COPY REG-CUOTA.

       FD OTORGADAS.
       COPY REG-OTORG.

       FD HERMANOS.
       01 REG-HERMANOS.
           05 REG-HER-ORDEN                    PIC 9(01).
           05 REG-HER-PORCENTAJE               PIC 9(03).

       FD RESPONSABLES.
       01 REG-RESPONSABLE.
           05 REG-RSP-NRO-ALUMNO               PIC 9(04).
           05 REG-RSP-NOMBRE                   PIC X(25).
           05 REG-RSP-PARENTESCO               PIC X(10).
           05 REG-RSP-TELEFONO                 PIC X(11).
           05 REG-RSP-DNI                      PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-CUOTAS-OK                         VALUE '00' '05'.
           88 WSS-FS-CUOTAS-EOF                        VALUE '10'.

       01 WSS-FS-OTORGADAS                     PIC X(02).
           88 WSS-FS-OTORGADAS-OK                      VALUE '00' '05'.
           88 WSS-FS-OTORGADAS-EOF                     VALUE '10'.

       01 WSS-FS-HERMANOS                      PIC X(02).
           88 WSS-FS-HERMANOS-OK                       VALUE '00' '05'.
           88 WSS-FS-HERMANOS-EOF                      VALUE '10'.

       01 WSS-FS-RESP                          PIC X(02).
           88 WSS-FS-RESP-OK                           VALUE '00' '05'.
           88 WSS-FS-RESP-EOF                          VALUE '10'.

      *ARANCELES POR CURSO CARGADOS DE ARANCELES.PRM
       01 WSC-MAX-ARANCELES                    PIC 9(02) VALUE 20.
       01 WSV-CONT-ARANCELES                   PIC S9(4) COMP VALUE 0.
           05 WST-GEN-ALUMNO       PIC 9(04) OCCURS 300 TIMES
                                   INDEXED BY IND-GE.

      *BECAS QUE DESCUENTAN EN EL PERIODO
       01 WSC-MAX-BECAS                        PIC 9(03) VALUE 200.
       01 WSV-CONT-BECAS                       PIC S9(4) COMP VALUE 0.
       01 WST-BECAS.
           05 WST-BEC-ITEM        OCCURS 200 TIMES INDEXED BY IND-BE.
               10 WST-BE-NRO-ALUMNO            PIC 9(04).
               10 WST-BE-PORCENTAJE            PIC 9(03).
               10 WST-BE-MONTO                 PIC 9(05)V9(02).

      *PORCENTAJE DE DESCUENTO SEGUN EL ORDEN DEL HERMANO
       01 WSC-MAX-ORDENES                      PIC 9(01) VALUE 9.
       01 WSV-CONT-ORDENES                     PIC S9(4) COMP VALUE 0.
       01 WST-DESC-HERMANOS.
           05 WST-DH-ITEM         OCCURS 9 TIMES INDEXED BY IND-DH.
               10 WST-DH-ORDEN                 PIC 9(01).
               10 WST-DH-PORCENTAJE            PIC 9(03).

      *DNI DE LOS RESPONSABLES DE CADA ALUMNO, PARA JUNTAR HERMANOS
       01 WSC-MAX-RESP                         PIC 9(03) VALUE 400.
       01 WSV-CONT-RESP                        PIC S9(4) COMP VALUE 0.
       01 WST-RESPONSABLES.
           05 WST-RESP            OCCURS 400 TIMES INDEXED BY IND-RS
                                                   IND-R2.
               10 WST-RS-NRO-ALUMNO            PIC 9(04).
               10 WST-RS-DNI                   PIC X(10).

      *ALUMNOS ACTIVOS (LOS DADOS DE BAJA NO CUENTAN COMO HERMANOS)
       01 WSC-MAX-ACTIVOS                      PIC 9(03) VALUE 300.
       01 WSV-CONT-ACTIVOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ACTIVOS.
           05 WST-ACT-ALUMNO       PIC 9(04) OCCURS 300 TIMES
                                   INDEXED BY IND-AC.

      *HERMANOS DE NUMERO MENOR YA CONTADOS PARA EL ALUMNO EN CURSO
       01 WSV-CONT-HERMANOS                    PIC 9(02).
       01 WST-HERMANOS-VISTOS.
           05 WST-HV-ALUMNO        PIC 9(04) OCCURS 20 TIMES
                                   INDEXED BY IND-HV.
       01 WSV-ORDEN-HERMANO                    PIC 9(02).
       01 WSV-HERMANO-VISTO                    PIC X(01).
           88 WSS-HERMANO-VISTO                    VALUE 'S'.
       01 WSV-ACTIVO-VISTO                     PIC X(01).
           88 WSS-ACTIVO-VISTO                     VALUE 'S'.

       01 WSV-DESC-BECA                        PIC 9(05)V9(02).
       01 WSV-DESC-HERMANOS                    PIC 9(05)V9(02).
       01 WSV-PORC-HERMANOS                    PIC 9(03).
       01 WSV-BASE-HERMANOS                    PIC 9(05)V9(02).
       01 WSV-TOTAL-DESCUENTOS                 PIC 9(07)V9(02) VALUE 0.
       01 WSV-TOTAL-DESC-EDIT                  PIC Z(06)9.99.
       01 WSV-CONT-DESC-BECA                   PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-DESC-HERMANOS               PIC S9(4) COMP VALUE 0.

       01 WSV-PERIODO-E                        PIC 9(06).
       01 WSV-ANIO-PERIODO                     PIC 9(04).
       01 WSV-VENCIMIENTO                      PIC 9(08).
       01 WSV-MONTO-CURSO                      PIC 9(05)V9(02).
       01 WSV-ARANCEL-VISTO                    PIC X(01).
       01  WSC-RUTHABIL                        PIC X(08)
                                                       VALUE "RUTHABIL".
       COPY REG-HABIL.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           DISPLAY 'INGRESE PERIODO A FACTURAR (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           PERFORM 10000-CARGAR-ARANCELES
           PERFORM 15000-CALCULAR-VENCIMIENTO
           PERFORM 16000-CARGAR-BECAS
           PERFORM 17000-CARGAR-DESC-HERMANOS
           PERFORM 18000-CARGAR-RESPONSABLES
           PERFORM 19000-CARGAR-ACTIVOS
           PERFORM 20000-CARGAR-GENERADAS
           PERFORM 30000-GENERAR-CUOTAS
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'CUOTAGEN' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
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

      *LEE EL ARANCEL DE CADA CURSO DE ARANCELES.PRM; SIN TARIFAS
      *NO SE FACTURA
       10000-CARGAR-ARANCELES.
           END-IF
           DISPLAY 'VENCIMIENTO DEL PERIODO: ' WSV-VENCIMIENTO.

      *CARGA LAS BECAS DEL ANIO DEL PERIODO QUE TODAVIA DESCUENTAN:
      *LAS VIGENTES Y LAS CANCELADAS CUYO PERIODO DE BAJA ES
      *POSTERIOR AL QUE SE FACTURA
       16000-CARGAR-BECAS.
           COMPUTE WSV-ANIO-PERIODO = WSV-PERIODO-E / 100
           OPEN INPUT OTORGADAS
           IF NOT WSS-FS-OTORGADAS-OK
               DISPLAY 'ERROR EN EL OPEN DE BECAS-OTORGADAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-OTORGADAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 16100-LEER-Y-CARGAR-BECA
               UNTIL WSS-FS-OTORGADAS-EOF
           CLOSE OTORGADAS.

       16100-LEER-Y-CARGAR-BECA.
           READ OTORGADAS
           IF WSS-FS-OTORGADAS-OK AND REG-OTO-ANIO = WSV-ANIO-PERIODO
               IF REG-OTO-PORCENTAJE NOT NUMERIC
                   MOVE 0 TO REG-OTO-PORCENTAJE
               END-IF
               IF WSS-OTO-VIGENTE
                       OR REG-OTO-PERIODO-BAJA > WSV-PERIODO-E
                   IF WSV-CONT-BECAS >= WSC-MAX-BECAS
                       DISPLAY 'TABLA DE BECAS LLENA, SE IGNORAN '
                               'LOS REGISTROS RESTANTES'
                       MOVE HIGH-VALUE TO WSS-FS-OTORGADAS
                   ELSE
                       ADD 1 TO WSV-CONT-BECAS
                       SET IND-BE TO WSV-CONT-BECAS
                       MOVE REG-OTO-NRO-ALUMNO
                           TO WST-BE-NRO-ALUMNO(IND-BE)
                       MOVE REG-OTO-PORCENTAJE
                           TO WST-BE-PORCENTAJE(IND-BE)
                       MOVE REG-OTO-MONTO TO WST-BE-MONTO(IND-BE)
                   END-IF
               END-IF
           END-IF.

      *LEE LA TABLA DE DESCUENTO POR HERMANOS; SIN HERMANOS.PRM NO
      *SE APLICA ESE DESCUENTO
       17000-CARGAR-DESC-HERMANOS.
           OPEN INPUT HERMANOS
           IF WSS-FS-HERMANOS = '05'
               DISPLAY 'HERMANOS.PRM NO EXISTE, NO SE APLICA '
                       'DESCUENTO POR HERMANOS'
           END-IF
           IF NOT WSS-FS-HERMANOS-OK
               DISPLAY 'ERROR EN EL OPEN DE HERMANOS.PRM'
               DISPLAY 'FILE STATUS ' WSS-FS-HERMANOS
           ELSE
               PERFORM 17100-LEER-Y-CARGAR-ORDEN
                   UNTIL WSS-FS-HERMANOS-EOF
               CLOSE HERMANOS
           END-IF.

       17100-LEER-Y-CARGAR-ORDEN.
           READ HERMANOS
           IF WSS-FS-HERMANOS-OK
               IF WSV-CONT-ORDENES >= WSC-MAX-ORDENES
                   DISPLAY 'HERMANOS.PRM TIENE MAS DE 9 LINEAS, SE '
                           'IGNORAN LAS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-HERMANOS
               ELSE
                   ADD 1 TO WSV-CONT-ORDENES
                   SET IND-DH TO WSV-CONT-ORDENES
                   MOVE REG-HER-ORDEN TO WST-DH-ORDEN(IND-DH)
                   MOVE REG-HER-PORCENTAJE
                       TO WST-DH-PORCENTAJE(IND-DH)
               END-IF
           END-IF.

      *CARGA EL DNI DE CADA RESPONSABLE; LOS QUE NO TIENEN DNI NO
      *SIRVEN PARA JUNTAR HERMANOS
       18000-CARGAR-RESPONSABLES.
           IF WSV-CONT-ORDENES > 0
               OPEN INPUT RESPONSABLES
               IF NOT WSS-FS-RESP-OK
                   DISPLAY 'ERROR EN EL OPEN DE RESPONSABLES.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-RESP
               ELSE
                   PERFORM 18100-LEER-Y-CARGAR-RESP
                       UNTIL WSS-FS-RESP-EOF
                   CLOSE RESPONSABLES
               END-IF
           END-IF.

       18100-LEER-Y-CARGAR-RESP.
           READ RESPONSABLES
           IF WSS-FS-RESP-OK AND REG-RSP-DNI NOT= SPACES
               IF WSV-CONT-RESP >= WSC-MAX-RESP
                   DISPLAY 'TABLA DE RESPONSABLES LLENA, SE IGNORAN '
                           'LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-RESP
               ELSE
                   ADD 1 TO WSV-CONT-RESP
                   SET IND-RS TO WSV-CONT-RESP
                   MOVE REG-RSP-NRO-ALUMNO TO WST-RS-NRO-ALUMNO(IND-RS)
                   MOVE REG-RSP-DNI TO WST-RS-DNI(IND-RS)
               END-IF
           END-IF.

      *ANOTA LOS ALUMNOS ACTIVOS, QUE SON LOS UNICOS QUE CUENTAN EN
      *EL ORDEN DE HERMANOS
       19000-CARGAR-ACTIVOS.
           IF WSV-CONT-RESP > 0
               OPEN INPUT ENTRADA-ALUMNOS
               IF NOT WSS-FS-ALUMNOS-OK
                   DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               PERFORM 19100-LEER-Y-ANOTAR-ACTIVO
                   UNTIL WSS-FS-ALUMNOS-EOF
               CLOSE ENTRADA-ALUMNOS
           END-IF.

       19100-LEER-Y-ANOTAR-ACTIVO.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK AND NOT WSS-ALU-BAJA
               IF WSV-CONT-ACTIVOS >= WSC-MAX-ACTIVOS
                   DISPLAY 'TABLA DE ALUMNOS ACTIVOS LLENA, SE '
                           'IGNORAN LOS REGISTROS RESTANTES'
                   MOVE HIGH-VALUE TO WSS-FS-ALUMNOS
               ELSE
                   ADD 1 TO WSV-CONT-ACTIVOS
                   SET IND-AC TO WSV-CONT-ACTIVOS
                   MOVE REG-ALU-NRO-ALUMNO TO WST-ACT-ALUMNO(IND-AC)
               END-IF
           END-IF
           END-IF.

      *RECORRE CUOTAS.DAT ANOTANDO LOS ALUMNOS QUE YA TIENEN CUOTA
      *GENERADA PARA EL PERIODO, PARA PODER RECORRER DE NUEVO
       20000-CARGAR-GENERADAS.
           ELSE
               PERFORM 33000-BUSCAR-ARANCEL
               IF WSS-ARANCEL-VISTO
                   PERFORM 34000-CALCULAR-DESCUENTOS
                   MOVE WSV-PERIODO-E TO REG-CUO-PERIODO
                   MOVE REG-ALU-NRO-ALUMNO TO REG-CUO-NRO-ALUMNO
                   MOVE REG-ALU-CURSO TO REG-CUO-CURSO
                   MOVE WSV-VENCIMIENTO TO REG-CUO-VENCIMIENTO
                   MOVE WSV-MONTO-CURSO TO REG-CUO-BRUTO
                   COMPUTE REG-CUO-DESCUENTO = WSV-DESC-BECA +
                           WSV-DESC-HERMANOS
                   COMPUTE REG-CUO-MONTO = REG-CUO-BRUTO -
                           REG-CUO-DESCUENTO
                   EVALUATE TRUE
                       WHEN WSV-DESC-BECA > 0
                               AND WSV-DESC-HERMANOS > 0
                           SET WSS-CUO-DESC-AMBOS TO TRUE
                       WHEN WSV-DESC-BECA > 0
                           SET WSS-CUO-DESC-BECA TO TRUE
                       WHEN WSV-DESC-HERMANOS > 0
                           SET WSS-CUO-DESC-HERMANOS TO TRUE
                       WHEN OTHER
                           SET WSS-CUO-SIN-DESCUENTO TO TRUE
                   END-EVALUATE
                   MOVE 0 TO REG-CUO-PAGADO
                   MOVE 'P' TO REG-CUO-ESTADO
                   WRITE REG-CUOTA
                   IF WSS-FS-CUOTAS-OK
                       ADD 1 TO WSV-CONT-EMITIDAS
                       ADD REG-CUO-DESCUENTO TO WSV-TOTAL-DESCUENTOS
                       IF WSV-DESC-BECA > 0
                           ADD 1 TO WSV-CONT-DESC-BECA
                       END-IF
                       IF WSV-DESC-HERMANOS > 0
                           ADD 1 TO WSV-CONT-DESC-HERMANOS
                       END-IF
                   ELSE
                       DISPLAY 'ERROR EN EL WRITE DE CUOTAS.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-CUOTAS
               END-IF
           END-PERFORM.

      *DESCUENTO DE BECA (PORCENTAJE O MONTO FIJO, NUNCA MAS QUE EL
      *ARANCEL) Y DE HERMANOS SOBRE EL RESTO
       34000-CALCULAR-DESCUENTOS.
           MOVE 0 TO WSV-DESC-BECA
           MOVE 0 TO WSV-DESC-HERMANOS
           PERFORM VARYING IND-BE FROM 1 BY 1
                   UNTIL IND-BE > WSV-CONT-BECAS
               IF WST-BE-NRO-ALUMNO(IND-BE) = REG-ALU-NRO-ALUMNO
                   IF WST-BE-PORCENTAJE(IND-BE) > 0
                       COMPUTE WSV-DESC-BECA ROUNDED =
                               WSV-MONTO-CURSO *
                               WST-BE-PORCENTAJE(IND-BE) / 100
                   ELSE
                       MOVE WST-BE-MONTO(IND-BE) TO WSV-DESC-BECA
                   END-IF
               END-IF
           END-PERFORM
           IF WSV-DESC-BECA > WSV-MONTO-CURSO
               MOVE WSV-MONTO-CURSO TO WSV-DESC-BECA
           END-IF
           IF WSV-CONT-RESP > 0
               PERFORM 35000-BUSCAR-ORDEN-HERMANO
               MOVE 0 TO WSV-PORC-HERMANOS
               PERFORM VARYING IND-DH FROM 1 BY 1
                       UNTIL IND-DH > WSV-CONT-ORDENES
                   IF WST-DH-ORDEN(IND-DH) <= WSV-ORDEN-HERMANO
                           AND WST-DH-ORDEN(IND-DH) > 1
                       MOVE WST-DH-PORCENTAJE(IND-DH)
                           TO WSV-PORC-HERMANOS
                   END-IF
               END-PERFORM
               COMPUTE WSV-BASE-HERMANOS = WSV-MONTO-CURSO -
                       WSV-DESC-BECA
               COMPUTE WSV-DESC-HERMANOS ROUNDED =
                       WSV-BASE-HERMANOS * WSV-PORC-HERMANOS / 100
           END-IF.

      *EL ORDEN DEL ALUMNO ENTRE SUS HERMANOS ES UNO MAS LA
      *CANTIDAD DE ALUMNOS ACTIVOS DE NUMERO MENOR QUE COMPARTEN
      *ALGUN DNI DE RESPONSABLE CON EL (CADA HERMANO CUENTA UNA VEZ
      *AUNQUE COMPARTA LOS DOS PADRES)
       35000-BUSCAR-ORDEN-HERMANO.
           MOVE 0 TO WSV-CONT-HERMANOS
           PERFORM VARYING IND-RS FROM 1 BY 1
                   UNTIL IND-RS > WSV-CONT-RESP
               IF WST-RS-NRO-ALUMNO(IND-RS) = REG-ALU-NRO-ALUMNO
                   PERFORM VARYING IND-R2 FROM 1 BY 1
                           UNTIL IND-R2 > WSV-CONT-RESP
                       IF WST-RS-DNI(IND-R2) = WST-RS-DNI(IND-RS)
                               AND WST-RS-NRO-ALUMNO(IND-R2) <
                                   REG-ALU-NRO-ALUMNO
                           PERFORM 36000-CONTAR-HERMANO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           COMPUTE WSV-ORDEN-HERMANO = WSV-CONT-HERMANOS + 1.

       36000-CONTAR-HERMANO.
           MOVE 'N' TO WSV-HERMANO-VISTO
           PERFORM VARYING IND-HV FROM 1 BY 1
                   UNTIL IND-HV > WSV-CONT-HERMANOS
                       OR WSS-HERMANO-VISTO
               IF WST-HV-ALUMNO(IND-HV) = WST-RS-NRO-ALUMNO(IND-R2)
                   SET WSS-HERMANO-VISTO TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO WSV-ACTIVO-VISTO
           PERFORM VARYING IND-AC FROM 1 BY 1
                   UNTIL IND-AC > WSV-CONT-ACTIVOS
                       OR WSS-ACTIVO-VISTO
               IF WST-ACT-ALUMNO(IND-AC) = WST-RS-NRO-ALUMNO(IND-R2)
                   SET WSS-ACTIVO-VISTO TO TRUE
               END-IF
           END-PERFORM
           IF WSS-ACTIVO-VISTO AND NOT WSS-HERMANO-VISTO
                   AND WSV-CONT-HERMANOS < 20
               ADD 1 TO WSV-CONT-HERMANOS
               SET IND-HV TO WSV-CONT-HERMANOS
               MOVE WST-RS-NRO-ALUMNO(IND-R2) TO WST-HV-ALUMNO(IND-HV)
           END-IF.

       40000-INFORMAR-RESULTADO.
           DISPLAY WSV-LINEA
           DISPLAY 'GENERACION DE CUOTAS DEL PERIODO ' WSV-PERIODO-E
           DISPLAY 'CUOTAS EMITIDAS:       ' WSV-CONT-EMITIDAS
           DISPLAY 'YA GENERADAS (SALTEADAS): ' WSV-CONT-SALTEADAS
           DISPLAY 'CURSOS SIN ARANCEL:    ' WSV-CONT-SIN-ARANCEL
           DISPLAY 'CON DESCUENTO DE BECA: ' WSV-CONT-DESC-BECA
           DISPLAY 'CON DESC. HERMANOS:    ' WSV-CONT-DESC-HERMANOS
           MOVE WSV-TOTAL-DESCUENTOS TO WSV-TOTAL-DESC-EDIT
           DISPLAY 'TOTAL DESCONTADO:      ' WSV-TOTAL-DESC-EDIT
           DISPLAY WSV-LINEA.

       50000-FIN-DEL-PROGRAMA.
