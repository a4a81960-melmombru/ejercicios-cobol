      *condicion de revocacion para la reunion del comite. Lo
      *otorgado dejaba de controlarse el dia que se firmaba; este
      *batch lo revisa a mitad de anio.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada becado muestra lo facturado en CUOTAS.DAT en
      *   el periodo (bruto, descuento y neto). Al final se puede
      *   cancelar la beca de los becados en riesgo: queda en
      *   BECAS-OTORGADAS.DAT con estado C y periodo de baja el mes
      *   siguiente al de la corrida, desde el cual CUOTAGEN deja
      *   de descontarla. Las becas ya canceladas no se re-evaluan.
      * 2026 10 - Se identifica el operador via RUTOPER y la cancelacion
      *   de becas requiere permiso de baja de su rol para este programa
      *   en PERMISOS.DAT; sin permiso no se regraba
      *   BECAS-OTORGADAS.DAT. El periodo de baja de una cancelacion
      *   hecha en diciembre pasa a enero del anio siguiente (antes
      *   quedaba un periodo invalido).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL ASISTENCIA  ASSIGN TO DISK 'ASISTENCIA.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ASISTENCIA.

       SELECT OPTIONAL CUOTAS      ASSIGN TO DISK 'CUOTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CUOTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-PRM-TIPO-SANCION             PIC 9(01).

       FD OTORGADAS.
       COPY REG-OTORG.

       FD ENTRADA-NOTAS.
       01 REG-NOTAS.
           05 REG-ASI-JUSTIFICADA              PIC X(01).
               88 WSS-ASI-JUSTIFICADA                  VALUE 'J'.
           05 REG-ASI-MOTIVO-JUST              PIC X(15).

       FD CUOTAS.
       COPY REG-CUOTA.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PARAMETROS                    PIC X(02).
           88 WSS-FS-ASISTENCIA-OK                     VALUE '00' '05'.
           88 WSS-FS-ASISTENCIA-EOF                    VALUE '10'.

       01 WSS-FS-CUOTAS                        PIC X(02).
           88 WSS-FS-CUOTAS-OK                         VALUE '00' '05'.
           88 WSS-FS-CUOTAS-EOF                        VALUE '10'.

      *UMBRALES VIGENTES DE BECAS.PRM
       01 WSV-PROM-MINIMO                      PIC 9(02)V9(02).
       01 WSV-ASIS-MINIMA                      PIC 9(03).
               10 WST-BC-CONT-NOTAS            PIC 9(04).
               10 WST-BC-ASISTIDOS             PIC 9(04).
               10 WST-BC-TOTAL-DIAS            PIC 9(04).
               10 WST-BC-BRUTO                 PIC 9(06)V9(02).
               10 WST-BC-DESCUENTO             PIC 9(06)V9(02).
               10 WST-BC-NETO                  PIC 9(06)V9(02).
               10 WST-BC-RIESGO                PIC X(01).
                   88 WSS-BC-EN-RIESGO                 VALUE 'S'.
               10 WST-BC-CANCELAR              PIC X(01).
                   88 WSS-BC-CANCELAR                  VALUE 'S'.

      *REGISTROS COMPLETOS DE BECAS-OTORGADAS.DAT PARA REGRABARLO
      *CON LAS CANCELACIONES
       01 WSC-MAX-OTORGADAS                    PIC 9(03) VALUE 500.
       01 WSV-CONT-OTORGADAS                   PIC S9(4) COMP VALUE 0.
       01 WST-OTORGADAS.
           05 WST-OTORGADA-REG    OCCURS 500 TIMES INDEXED BY IND-OT
                                               PIC X(26).
       01 WSV-NRO-ALUMNO-E                     PIC 9(04).
       01 WSV-BECADO-ENCONTRADO                PIC X(01).
           88 WSS-BECADO-ENCONTRADO                    VALUE 'S'.
       01 WSV-CONT-CANCELADAS                  PIC S9(4) COMP VALUE 0.
       01 WSV-FECHA-HOY                        PIC 9(08).
       01 WSV-PERIODO-BAJA                     PIC 9(06).
       01 WSV-PERIODO-BAJA-R REDEFINES WSV-PERIODO-BAJA.
           05 WSV-PB-ANIO                      PIC 9(04).
           05 WSV-PB-MES                       PIC 9(02).
       01 WSV-BRUTO-EDIT                       PIC ZZZZZ9.99.
       01 WSV-DESCUENTO-EDIT                   PIC ZZZZZ9.99.
       01 WSV-NETO-EDIT                        PIC ZZZZZ9.99.

       01 WSV-PROMEDIO                         PIC 9(02)V99.
       01 WSV-PORC-ASISTENCIA                  PIC 9(03).

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-PARAMETROS
           DISPLAY 'INGRESE ANIO DE LAS BECAS A CONTROLAR (AAAA): '
           ACCEPT WSV-ANIO-BECA-E
           ELSE
               PERFORM 30000-ACUMULAR-NOTAS
               PERFORM 35000-ACUMULAR-ASISTENCIA
               PERFORM 37000-ACUMULAR-CUOTAS
               PERFORM 40000-EVALUAR-Y-LISTAR
               IF WSV-CONT-EN-RIESGO > 0
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 45000-CANCELAR-BECAS
                   ELSE
                       DISPLAY 'NO SE CANCELAN BECAS, '
                               'BECAS-OTORGADAS.DAT NO SE MODIFICA'
                   END-IF
               END-IF
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'BECARENV' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-CONSULTA TO TRUE
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

      *PERMISO DEL ROL DEL OPERADOR PARA CANCELAR BECAS (BAJA); EL
      *RECHAZO QUEDA EN PERMISOS-LOG.DAT
       02100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

       10000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF NOT WSS-FS-PARAMETROS-OK
           READ OTORGADAS
           IF WSS-FS-OTORGADAS-OK
               IF REG-OTO-ANIO = WSV-ANIO-BECA-E
                       AND NOT WSS-OTO-CANCELADA
                   IF WSV-CONT-BECADOS >= WSC-MAX-BECADOS
                       DISPLAY 'TABLA DE BECADOS LLENA, SE IGNORAN '
                               'LOS REGISTROS RESTANTES'
                       MOVE 0 TO WST-BC-CONT-NOTAS(IND-BE)
                       MOVE 0 TO WST-BC-ASISTIDOS(IND-BE)
                       MOVE 0 TO WST-BC-TOTAL-DIAS(IND-BE)
                       MOVE 0 TO WST-BC-BRUTO(IND-BE)
                       MOVE 0 TO WST-BC-DESCUENTO(IND-BE)
                       MOVE 0 TO WST-BC-NETO(IND-BE)
                       MOVE 'N' TO WST-BC-RIESGO(IND-BE)
                       MOVE 'N' TO WST-BC-CANCELAR(IND-BE)
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *SUMA LO FACTURADO A CADA BECADO EN EL PERIODO; LAS CUOTAS
      *ANTERIORES AL DESCUENTO NO TRAEN BRUTO Y CUENTAN SIN DESCUENTO
       37000-ACUMULAR-CUOTAS.
           OPEN INPUT CUOTAS
           IF NOT WSS-FS-CUOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE CUOTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CUOTAS
           ELSE
               PERFORM 38000-LEER-Y-ACUMULAR-CUOTA
                   UNTIL WSS-FS-CUOTAS-EOF
               CLOSE CUOTAS
           END-IF.

       38000-LEER-Y-ACUMULAR-CUOTA.
           READ CUOTAS
           IF WSS-FS-CUOTAS-OK
                   AND REG-CUO-PERIODO >= WSV-PERIODO-DESDE
                   AND REG-CUO-PERIODO <= WSV-PERIODO-HASTA
               IF REG-CUO-BRUTO NOT NUMERIC
                       OR REG-CUO-DESCUENTO NOT NUMERIC
                   MOVE REG-CUO-MONTO TO REG-CUO-BRUTO
                   MOVE 0 TO REG-CUO-DESCUENTO
               END-IF
               PERFORM VARYING IND-BE FROM 1 BY 1
                       UNTIL IND-BE > WSV-CONT-BECADOS
                   IF WST-BC-NRO-ALUMNO(IND-BE) = REG-CUO-NRO-ALUMNO
                       ADD REG-CUO-BRUTO TO WST-BC-BRUTO(IND-BE)
                       ADD REG-CUO-DESCUENTO
                           TO WST-BC-DESCUENTO(IND-BE)
                       ADD REG-CUO-MONTO TO WST-BC-NETO(IND-BE)
                   END-IF
               END-PERFORM
           END-IF.

      *COMPARA CADA BECADO CONTRA LOS UMBRALES Y LISTA EL RESULTADO
       40000-EVALUAR-Y-LISTAR.
           DISPLAY WSV-LINEA
                       ' % CUMPLE'
           ELSE
               ADD 1 TO WSV-CONT-EN-RIESGO
               MOVE 'S' TO WST-BC-RIESGO(IND-BE)
               DISPLAY WST-BC-NRO-ALUMNO(IND-BE) ' CAT '
                       WST-BC-CATEGORIA(IND-BE) ' PROM '
                       WSV-PROM-EDIT ' ASIS ' WSV-PORC-ASISTENCIA
                       ' % EN RIESGO: ' WSV-MOTIVO-RIESGO
           END-IF
           MOVE WST-BC-BRUTO(IND-BE) TO WSV-BRUTO-EDIT
           MOVE WST-BC-DESCUENTO(IND-BE) TO WSV-DESCUENTO-EDIT
           MOVE WST-BC-NETO(IND-BE) TO WSV-NETO-EDIT
           DISPLAY '     CUOTAS DEL PERIODO: BRUTO ' WSV-BRUTO-EDIT
                   ' DESCUENTO ' WSV-DESCUENTO-EDIT
                   ' NETO ' WSV-NETO-EDIT.

      *EL COMITE INDICA QUE BECAS EN RIESGO SE CANCELAN; SE
      *REGRABA BECAS-OTORGADAS.DAT CON ESTADO C Y EL PERIODO DESDE
      *EL QUE YA NO DESCUENTAN (EL MES SIGUIENTE AL DE HOY)
       45000-CANCELAR-BECAS.
           MOVE 9999 TO WSV-NRO-ALUMNO-E
           PERFORM 45100-INGRESAR-CANCELACION
               UNTIL WSV-NRO-ALUMNO-E = 0
           IF WSV-CONT-CANCELADAS = 0
               DISPLAY 'NO SE CANCELARON BECAS'
           ELSE
               ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
               MOVE WSV-FECHA-HOY(1:6) TO WSV-PERIODO-BAJA
               IF WSV-PB-MES = 12
                   ADD 1 TO WSV-PB-ANIO
                   MOVE 1 TO WSV-PB-MES
               ELSE
                   ADD 1 TO WSV-PB-MES
               END-IF
               PERFORM 46000-GRABAR-CANCELACIONES
           END-IF.

       45100-INGRESAR-CANCELACION.
           DISPLAY 'NRO DE ALUMNO CUYA BECA SE CANCELA '
                   '(0 = TERMINAR): '
           ACCEPT WSV-NRO-ALUMNO-E
           IF WSV-NRO-ALUMNO-E NOT= 0
               MOVE 'N' TO WSV-BECADO-ENCONTRADO
               PERFORM VARYING IND-BE FROM 1 BY 1
                       UNTIL IND-BE > WSV-CONT-BECADOS
                   IF WST-BC-NRO-ALUMNO(IND-BE) = WSV-NRO-ALUMNO-E
                       MOVE 'S' TO WSV-BECADO-ENCONTRADO
                       IF NOT WSS-BC-EN-RIESGO(IND-BE)
                           DISPLAY 'EL BECADO CUMPLE LOS UMBRALES, '
                                   'NO SE CANCELA'
                       ELSE
                       IF WSS-BC-CANCELAR(IND-BE)
                           DISPLAY 'YA SE MARCO PARA CANCELAR'
                       ELSE
                           MOVE 'S' TO WST-BC-CANCELAR(IND-BE)
                           ADD 1 TO WSV-CONT-CANCELADAS
                           DISPLAY 'BECA MARCADA PARA CANCELAR'
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WSS-BECADO-ENCONTRADO
                   DISPLAY 'EL ALUMNO NO TIENE BECA VIGENTE EN '
                           WSV-ANIO-BECA-E
               END-IF
           END-IF.

      *RELEE EL ARCHIVO COMPLETO (TODOS LOS ANIOS), MARCA LAS
      *CANCELADAS Y LO VUELVE A GRABAR
       46000-GRABAR-CANCELACIONES.
           OPEN INPUT OTORGADAS
           IF NOT WSS-FS-OTORGADAS-OK
               DISPLAY 'ERROR EN EL OPEN DE BECAS-OTORGADAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-OTORGADAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 46100-LEER-Y-MARCAR UNTIL WSS-FS-OTORGADAS-EOF
           CLOSE OTORGADAS
           OPEN OUTPUT OTORGADAS
           IF NOT WSS-FS-OTORGADAS-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE BECAS'
               DISPLAY 'FILE STATUS ' WSS-FS-OTORGADAS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING IND-OT FROM 1 BY 1
                   UNTIL IND-OT > WSV-CONT-OTORGADAS
               WRITE REG-OTORGADA FROM WST-OTORGADA-REG(IND-OT)
               IF NOT WSS-FS-OTORGADAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE BECAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-OTORGADAS
               END-IF
           END-PERFORM
           CLOSE OTORGADAS
           DISPLAY 'BECAS CANCELADAS: ' WSV-CONT-CANCELADAS
                   ', SIN DESCUENTO DESDE EL PERIODO '
                   WSV-PERIODO-BAJA.

       46100-LEER-Y-MARCAR.
           READ OTORGADAS
           IF WSS-FS-OTORGADAS-OK
               IF WSV-CONT-OTORGADAS >= WSC-MAX-OTORGADAS
                   DISPLAY 'BECAS-OTORGADAS.DAT NO ENTRA EN MEMORIA, '
                           'NO SE REGRABA'
                   CLOSE OTORGADAS
                   PERFORM 50000-FIN-DEL-PROGRAMA
               END-IF
               IF REG-OTO-PORCENTAJE NOT NUMERIC
                   MOVE 0 TO REG-OTO-PORCENTAJE
                   MOVE 'V' TO REG-OTO-ESTADO
                   MOVE 0 TO REG-OTO-PERIODO-BAJA
               END-IF
               IF REG-OTO-ANIO = WSV-ANIO-BECA-E
                       AND NOT WSS-OTO-CANCELADA
                   PERFORM VARYING IND-BE FROM 1 BY 1
                           UNTIL IND-BE > WSV-CONT-BECADOS
                       IF WST-BC-NRO-ALUMNO(IND-BE) =
                               REG-OTO-NRO-ALUMNO
                               AND WSS-BC-CANCELAR(IND-BE)
                           MOVE 'C' TO REG-OTO-ESTADO
                           MOVE WSV-PERIODO-BAJA
                               TO REG-OTO-PERIODO-BAJA
                       END-IF
                   END-PERFORM
               END-IF
               ADD 1 TO WSV-CONT-OTORGADAS
               SET IND-OT TO WSV-CONT-OTORGADAS
               MOVE REG-OTORGADA TO WST-OTORGADA-REG(IND-OT)
           END-IF.

      *DA FIN AL PROGRAMA
