      ******************************************************************
      * Author: Melanie
      * Date: 2026 10
      * DESCRIPCION: Asientos contables del mes para el estudio
      *contable, que los rearmaba a mano desde las facturas impresas,
      *los arqueos y el diario de recargos. Para el mes AAAAMM arma
      *en ASIENTOS.DAT (archivo de interfaz, una linea por cuenta
      *contable de cada asiento con debe o haber) los asientos de:
      *cada factura de FACTEMIT.DAT fechada en el mes (EJES6017, neto
      *de sus lineas de SERVICIO.DAT sin notas de credito e IVA por
      *tasa), cada nota de credito de NOTACRED.DAT (EJES6020), cada
      *arqueo de ARQUEOS.DAT del mes (EJES6022) con los cobros de su
      *sesion en PAGOS.DAT por medio de pago, los aranceles y la
      *diferencia de caja, los recargos de RECARGOS-DIARIO.DAT del
      *periodo (EJES6007), las cuotas de convenio posteadas en el
      *periodo segun CONVENIOS.DAT (EJES6025) y cada castigo de
      *PROVISION.DAT (EJES6030). La cuenta contable de cada concepto
      *sale del plan de cuentas PLANCTA.PRM, que mantiene el estudio.
      *Un asiento que no balancea no se graba: se lista como
      *rechazado. ASIENTOS-RESUMEN.TXT lleva los rechazados, el
      *total por cuenta contable y el control contra el total de
      *cada archivo de origen.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - SERVICIO.DAT lleva al final la cantidad consumida de
      *   la linea (REG-CANTIDAD-CONSUMO), en 0 o en blanco cuando no se
      *   informa.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EJES6049.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PLAN-CUENTAS     ASSIGN TO DISK 'PLANCTA.PRM'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PLAN.

       SELECT OPTIONAL EMITIDAS
                               ASSIGN TO DISK 'FACTEMIT.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-EMITIDAS.

       SELECT OPTIONAL SERVICIOS
                               ASSIGN TO DISK 'SERVICIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-SERVICIOS.

       SELECT OPTIONAL NOTAS-CREDITO
                               ASSIGN TO DISK 'NOTACRED.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-NOTASCRED.

       SELECT OPTIONAL ARQUEOS ASSIGN TO DISK 'ARQUEOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ARQUEOS.

       SELECT OPTIONAL PAGOS   ASSIGN TO DISK 'PAGOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PAGOS.

       SELECT OPTIONAL DIARIO  ASSIGN TO DISK 'RECARGOS-DIARIO.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-DIARIO.

       SELECT OPTIONAL CONVENIOS
                               ASSIGN TO DISK 'CONVENIOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CONVENIOS.

       SELECT OPTIONAL PROVISION
                               ASSIGN TO DISK 'PROVISION.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PROVISION.

       SELECT ASIENTOS         ASSIGN TO DISK 'ASIENTOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ASIENTOS.

       SELECT RESUMEN          ASSIGN TO DISK 'ASIENTOS-RESUMEN.TXT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-RESUMEN.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

      *PLAN DE CUENTAS: CONCEPTO DEL SISTEMA Y SU CUENTA CONTABLE
       FD PLAN-CUENTAS.
       01 REG-PLAN.
           05 REG-PLA-CONCEPTO     PIC X(08).
           05 REG-PLA-CUENTA       PIC X(12).
           05 REG-PLA-NOMBRE       PIC X(30).

       FD EMITIDAS.
       01 REG-EMITIDA.
           05 REG-EMI-NUMERO       PIC 9(08).
           05 REG-EMI-FECHA        PIC 9(08).
           05 REG-EMI-NRO-CUENTA   PIC 9(08).
           05 REG-EMI-PERIODO      PIC X(06).
           05 REG-EMI-TOTAL        PIC 9(08)V9(02).

       FD SERVICIOS.
       01 REG-SERVICIO.
           05 REG-COD-SERVICIO     PIC X(03).
           05 REG-NRO-CUENTA       PIC 9(08).
           05 REG-DESCRIP-SERV     PIC X(30).
           05 REG-PERIODO-FACT     PIC X(06).
           05 REG-MONTO-FACTURA    PIC S9(05)V9(02).
           05 REG-TASA-COD         PIC 9(01).
           05 REG-PRECIO-MANUAL    PIC X(01).
           05 REG-PERIODO-ORIGEN   PIC X(06).
           05 REG-CANTIDAD-CONSUMO PIC 9(07).

       FD NOTAS-CREDITO.
       01 REG-NOTA-CREDITO.
           05 REG-NCR-NUMERO       PIC 9(06).
           05 REG-NCR-FECHA        PIC 9(08).
           05 REG-NCR-NRO-CUENTA   PIC 9(08).
           05 REG-NCR-PERIODO      PIC X(06).
           05 REG-NCR-NETO-EXENTO  PIC 9(07)V9(02).
           05 REG-NCR-NETO-RED     PIC 9(07)V9(02).
           05 REG-NCR-NETO-GRAL    PIC 9(07)V9(02).
           05 REG-NCR-IVA-RED      PIC 9(07)V9(02).
           05 REG-NCR-IVA-GRAL     PIC 9(07)V9(02).
           05 REG-NCR-TOTAL        PIC 9(08)V9(02).

       FD ARQUEOS.
       01 REG-ARQUEO.
           05 REG-ARQ-NRO-SESION   PIC 9(04).
           05 REG-ARQ-FECHA        PIC 9(08).
           05 REG-ARQ-OPERADOR     PIC X(10).
           05 REG-ARQ-SIS-EFECTIVO PIC 9(07)V9(02).
           05 REG-ARQ-SIS-TRANSF   PIC 9(07)V9(02).
           05 REG-ARQ-SIS-CHEQUE   PIC 9(07)V9(02).
           05 REG-ARQ-DEC-EFECTIVO PIC 9(07)V9(02).
           05 REG-ARQ-DEC-TRANSF   PIC 9(07)V9(02).
           05 REG-ARQ-DEC-CHEQUE   PIC 9(07)V9(02).
           05 REG-ARQ-DIFERENCIA   PIC S9(07)V9(02).
           05 REG-ARQ-SIS-ARANCELES PIC 9(07)V9(02).
           05 REG-ARQ-REG-CARTERA  PIC 9(07)V9(02).

       FD PAGOS.
       01 REG-PAGO.
           05 REG-PAG-NRO-CLIENTE  PIC 9(08).
           05 REG-PAG-FECHA        PIC 9(08).
           05 REG-PAG-MONTO        PIC 9(05)V9(02).
           05 REG-PAG-MEDIO        PIC X(01).
           05 REG-PAG-RECIBO       PIC 9(06).
           05 REG-PAG-SESION       PIC 9(04).
           05 REG-PAG-CONCILIADO   PIC X(01).

       FD DIARIO.
       01 REG-DIARIO.
           05 REG-DIA-PERIODO      PIC 9(06).
           05 REG-DIA-NRO-CLIENTE  PIC 9(08).
           05 REG-DIA-SALDO-ANT    PIC 9(05)V9(02).
           05 REG-DIA-RECARGO      PIC 9(05)V9(02).
           05 REG-DIA-SALDO-NUEVO  PIC 9(05)V9(02).

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).
           05 REG-CVN-MONTO-CUOTA  PIC 9(05)V9(02).
           05 REG-CVN-PERIODO-INI  PIC 9(06).
           05 REG-CVN-POSTEADAS    PIC 9(02).
           05 REG-CVN-ULT-PERIODO  PIC 9(06).
           05 REG-CVN-ESTADO       PIC X(01).

       FD PROVISION.
       01 REG-PROVISION.
           05 REG-PRV-FECHA        PIC 9(08).
           05 REG-PRV-NRO-CLIENTE  PIC 9(08).
           05 REG-PRV-MONTO        PIC 9(07)V9(02).
           05 REG-PRV-AUTORIZACION PIC X(06).

      *LINEA DE ASIENTO DEL ARCHIVO DE INTERFAZ
       FD ASIENTOS.
       01 REG-ASIENTO.
           05 REG-ASI-NUMERO       PIC 9(06).
           05 REG-ASI-FECHA        PIC 9(08).
           05 REG-ASI-LINEA        PIC 9(02).
           05 REG-ASI-CUENTA       PIC X(12).
           05 REG-ASI-DEBE         PIC 9(09)V9(02).
           05 REG-ASI-HABER        PIC 9(09)V9(02).
           05 REG-ASI-ORIGEN       PIC X(10).
           05 REG-ASI-LEYENDA      PIC X(30).

       FD RESUMEN.
       01 REG-RESUMEN              PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-PLAN              PIC X(02).
           88 WSS-FS-PLAN-OK           VALUE '00'.
           88 WSS-FS-PLAN-EOF          VALUE '10'.

       01 WSS-FS-EMITIDAS          PIC X(02).
           88 WSS-FS-EMITIDAS-OK       VALUE '00' '05'.
           88 WSS-FS-EMITIDAS-EOF      VALUE '10'.

       01 WSS-FS-SERVICIOS         PIC X(02).
           88 WSS-FS-SERVICIOS-OK      VALUE '00' '05'.
           88 WSS-FS-SERVICIOS-EOF     VALUE '10'.

       01 WSS-FS-NOTASCRED         PIC X(02).
           88 WSS-FS-NOTASCRED-OK      VALUE '00' '05'.
           88 WSS-FS-NOTASCRED-EOF     VALUE '10'.

       01 WSS-FS-ARQUEOS           PIC X(02).
           88 WSS-FS-ARQUEOS-OK        VALUE '00' '05'.
           88 WSS-FS-ARQUEOS-EOF       VALUE '10'.

       01 WSS-FS-PAGOS             PIC X(02).
           88 WSS-FS-PAGOS-OK          VALUE '00' '05'.
           88 WSS-FS-PAGOS-EOF         VALUE '10'.

       01 WSS-FS-DIARIO            PIC X(02).
           88 WSS-FS-DIARIO-OK         VALUE '00' '05'.
           88 WSS-FS-DIARIO-EOF        VALUE '10'.

       01 WSS-FS-CONVENIOS         PIC X(02).
           88 WSS-FS-CONVENIOS-OK      VALUE '00' '05'.
           88 WSS-FS-CONVENIOS-EOF     VALUE '10'.

       01 WSS-FS-PROVISION         PIC X(02).
           88 WSS-FS-PROVISION-OK      VALUE '00' '05'.
           88 WSS-FS-PROVISION-EOF     VALUE '10'.

       01 WSS-FS-ASIENTOS          PIC X(02).
           88 WSS-FS-ASIENTOS-OK       VALUE '00'.

       01 WSS-FS-RESUMEN           PIC X(02).
           88 WSS-FS-RESUMEN-OK        VALUE '00'.

       01 WSV-PERIODO-E            PIC X(06).
       01 WSV-PERIODO-N REDEFINES WSV-PERIODO-E.
           05 WSV-PER-ANIO         PIC 9(04).
           05 WSV-PER-MES          PIC 9(02).
       01 WSV-PERIODO-SIG.
           05 WSV-SIG-ANIO         PIC 9(04).
           05 WSV-SIG-MES          PIC 9(02).
           05 WSV-SIG-DIA          PIC 9(02) VALUE 01.
       01 WSV-PERIODO-SIG-N REDEFINES WSV-PERIODO-SIG
                                   PIC 9(08).
       01 WSV-FECHA-FIN-MES        PIC 9(08).
       01 WSV-FECHA-CUOTA.
           05 WSV-FCU-PERIODO      PIC X(06).
           05 WSV-FCU-DIA          PIC X(02) VALUE '10'.
       01 WSV-FECHA-CUOTA-N REDEFINES WSV-FECHA-CUOTA
                                   PIC 9(08).
       01 WSV-FECHA-X              PIC X(08).

       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.

      *CONCEPTOS DEL SISTEMA QUE EL PLAN DE CUENTAS TIENE QUE MAPEAR
       01 WSC-CONCEPTOS.
           05 FILLER               PIC X(08) VALUE 'DEUDORES'.
           05 FILLER               PIC X(08) VALUE 'VENTAS'.
           05 FILLER               PIC X(08) VALUE 'IVADEBFI'.
           05 FILLER               PIC X(08) VALUE 'CAJA'.
           05 FILLER               PIC X(08) VALUE 'BANCOS'.
           05 FILLER               PIC X(08) VALUE 'VALORES'.
           05 FILLER               PIC X(08) VALUE 'ARANCEL'.
           05 FILLER               PIC X(08) VALUE 'DIFCAJA'.
           05 FILLER               PIC X(08) VALUE 'RECARGOS'.
           05 FILLER               PIC X(08) VALUE 'CONVENIO'.
           05 FILLER               PIC X(08) VALUE 'INCOBRAB'.
       01 WST-CONCEPTOS REDEFINES WSC-CONCEPTOS.
           05 WST-CONCEPTO         PIC X(08) OCCURS 11.
       01 WSC-CANT-CONCEPTOS       PIC 9(02) VALUE 11.
       01 WSC-CON-DEUDORES         PIC 9(02) VALUE 01.
       01 WSC-CON-VENTAS           PIC 9(02) VALUE 02.
       01 WSC-CON-IVA              PIC 9(02) VALUE 03.
       01 WSC-CON-CAJA             PIC 9(02) VALUE 04.
       01 WSC-CON-BANCOS           PIC 9(02) VALUE 05.
       01 WSC-CON-VALORES          PIC 9(02) VALUE 06.
       01 WSC-CON-ARANCEL          PIC 9(02) VALUE 07.
       01 WSC-CON-DIFCAJA          PIC 9(02) VALUE 08.
       01 WSC-CON-RECARGOS         PIC 9(02) VALUE 09.
       01 WSC-CON-CONVENIO         PIC 9(02) VALUE 10.
       01 WSC-CON-INCOBRAB         PIC 9(02) VALUE 11.

      *CUENTA CONTABLE DE CADA CONCEPTO SEGUN PLANCTA.PRM
       01 WST-PLAN.
           05 WST-PLAN-ITEM        OCCURS 11 TIMES.
               10 WST-PL-CUENTA        PIC X(12).
               10 WST-PL-NOMBRE        PIC X(30).
               10 WST-PL-MAPEADO       PIC X(01).
                   88 WSS-PL-MAPEADO           VALUE 'S'.

      *MAYOR DEL MES POR CUENTA CONTABLE (VARIOS CONCEPTOS PUEDEN IR A
      *LA MISMA CUENTA)
       01 WSV-CONT-MAYOR           PIC S9(4) COMP VALUE 0.
       01 WST-MAYOR.
           05 WST-MAYOR-ITEM       OCCURS 11 TIMES
                                   INDEXED BY IND-MY.
               10 WST-MY-CUENTA        PIC X(12).
               10 WST-MY-NOMBRE        PIC X(30).
               10 WST-MY-DEBE          PIC S9(11)V9(02).
               10 WST-MY-HABER         PIC S9(11)V9(02).

      *ARCHIVOS DE ORIGEN PARA EL CONTROL: LEIDOS DEL MES, TOTAL DEL
      *ARCHIVO, ASENTADO Y RECHAZADO
       01 WSC-FUENTES.
           05 FILLER               PIC X(20) VALUE 'FACTEMIT.DAT'.
           05 FILLER               PIC X(20) VALUE 'NOTACRED.DAT'.
           05 FILLER               PIC X(20) VALUE 'PAGOS.DAT'.
           05 FILLER               PIC X(20) VALUE 'ARQUEOS.DAT'.
           05 FILLER               PIC X(20)
                                   VALUE 'RECARGOS-DIARIO.DAT'.
           05 FILLER               PIC X(20) VALUE 'CONVENIOS.DAT'.
           05 FILLER               PIC X(20) VALUE 'PROVISION.DAT'.
       01 WST-FUENTES-NOMBRES REDEFINES WSC-FUENTES.
           05 WST-FUENTE-NOMBRE    PIC X(20) OCCURS 7.
       01 WSC-CANT-FUENTES         PIC 9(01) VALUE 7.
       01 WSC-FTE-FACTURAS         PIC 9(01) VALUE 1.
       01 WSC-FTE-NOTAS            PIC 9(01) VALUE 2.
       01 WSC-FTE-PAGOS            PIC 9(01) VALUE 3.
       01 WSC-FTE-ARQUEOS          PIC 9(01) VALUE 4.
       01 WSC-FTE-RECARGOS         PIC 9(01) VALUE 5.
       01 WSC-FTE-CUOTAS           PIC 9(01) VALUE 6.
       01 WSC-FTE-CASTIGOS         PIC 9(01) VALUE 7.
       01 WST-FUENTES.
           05 WST-FUENTE-ITEM      OCCURS 7.
               10 WST-FT-LEIDOS        PIC 9(05).
               10 WST-FT-TOTAL         PIC S9(11)V9(02).
               10 WST-FT-ASENTADO      PIC S9(11)V9(02).
               10 WST-FT-RECHAZADO     PIC S9(11)V9(02).

      *FACTURAS DEL MES CON LOS NETOS POR TASA DE SUS LINEAS
       01 WSC-MAX-FACTURAS         PIC 9(03) VALUE 300.
       01 WSV-CONT-FACTURAS        PIC S9(4) COMP VALUE 0.
       01 WST-FACTURAS.
           05 WST-FACTURA-ITEM     OCCURS 300 TIMES
                                   INDEXED BY IND-FA.
               10 WST-FA-NUMERO        PIC 9(08).
               10 WST-FA-FECHA         PIC 9(08).
               10 WST-FA-CUENTA        PIC 9(08).
               10 WST-FA-PERIODO       PIC X(06).
               10 WST-FA-NETO          PIC S9(08)V9(02) OCCURS 3.

      *SESIONES DE CAJA ARQUEADAS EN EL MES
       01 WSC-MAX-SESIONES         PIC 9(03) VALUE 100.
       01 WSV-CONT-SESIONES        PIC S9(4) COMP VALUE 0.
       01 WST-SESIONES.
           05 WST-SESION-ITEM      OCCURS 100 TIMES
                                   INDEXED BY IND-SE.
               10 WST-SE-SESION        PIC 9(04).
               10 WST-SE-FECHA         PIC 9(08).
               10 WST-SE-EFECTIVO      PIC 9(07)V9(02).
               10 WST-SE-TRANSF        PIC 9(07)V9(02).
               10 WST-SE-CHEQUE        PIC 9(07)V9(02).
               10 WST-SE-ARANCELES     PIC 9(07)V9(02).
               10 WST-SE-DIFERENCIA    PIC S9(07)V9(02).
               10 WST-SE-PAGOS         PIC S9(09)V9(02).

       01  WSC-TASAS.
           05 WSC-TASA-REDUCIDA    PIC 9V9(03) VALUE 0.105.
           05 WSC-TASA-GENERAL     PIC 9V9(03) VALUE 0.210.

      *ASIENTO EN ARMADO: SE GRABA SOLO SI EL DEBE IGUALA AL HABER
       01 WSV-ASIENTO.
           05 WSV-AS-FECHA         PIC 9(08).
           05 WSV-AS-ORIGEN        PIC X(10).
           05 WSV-AS-LEYENDA       PIC X(30).
           05 WSV-AS-CONT-LINEAS   PIC 9(02).
           05 WST-AS-LINEA         OCCURS 10.
               10 WST-AL-CONCEPTO      PIC 9(02).
               10 WST-AL-DEBE          PIC S9(09)V9(02).
               10 WST-AL-HABER         PIC S9(09)V9(02).
           05 WSV-AS-TOT-DEBE      PIC S9(10)V9(02).
           05 WSV-AS-TOT-HABER     PIC S9(10)V9(02).
      *IMPORTE QUE EL ASIENTO REPRESENTA DE CADA ARCHIVO DE ORIGEN
           05 WSV-AS-FUENTE-IMP    OCCURS 2.
               10 WSV-AS-FUENTE        PIC 9(01).
               10 WSV-AS-IMPORTE       PIC S9(10)V9(02).
       01 WSV-LIN-CONCEPTO         PIC 9(02).
       01 WSV-LIN-IMPORTE          PIC S9(09)V9(02).
       01 WSV-LIN-LADO             PIC X(01).
           88 WSS-LIN-DEBE             VALUE 'D'.
           88 WSS-LIN-HABER            VALUE 'H'.

       01 WSV-NRO-ASIENTO          PIC 9(06) VALUE 0.
       01 WSV-CANT-RECHAZADOS      PIC 9(05) VALUE 0.
       01 WSV-SUB-LIN              PIC 9(02).
       01 WSV-SUB-CON              PIC 9(02).
       01 WSV-SUB-FTE              PIC 9(01).
       01 WSV-SUB-TASA             PIC 9(01).
       01 WSV-SUB-FA               PIC 9(03).
       01 WSV-SUB-SE               PIC 9(03).
       01 WSV-ENCONTRADO           PIC X(01).
           88 WSS-ENCONTRADO           VALUE 'S'.
       01 WSV-PLAN-COMPLETO        PIC X(01).
           88 WSS-PLAN-COMPLETO        VALUE 'S'.

       01 WSV-NETO-TOTAL           PIC S9(09)V9(02).
       01 WSV-IVA-RED              PIC S9(08)V9(02).
       01 WSV-IVA-GRAL             PIC S9(08)V9(02).
       01 WSV-TOTAL-FACTURA        PIC S9(09)V9(02).
       01 WSV-TOT-RECARGOS         PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-CUOTAS           PIC S9(09)V9(02) VALUE 0.
       01 WSV-TOT-MAYOR-DEBE       PIC S9(11)V9(02) VALUE 0.
       01 WSV-TOT-MAYOR-HABER      PIC S9(11)V9(02) VALUE 0.
       01 WSV-DIFERENCIA           PIC S9(11)V9(02).

       01 WSV-NUMERO-EDIT          PIC 9(08).
       01 WSV-CLIENTE-EDIT         PIC 9(08).
       01 WSV-SESION-EDIT          PIC 9(04).
       01 WSV-IMPORTE-EDIT         PIC --------9.99.

       01 WSV-LINEA-RECHAZO.
           05 WSV-LR-ORIGEN        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LR-LEYENDA       PIC X(30).
           05 FILLER               PIC X(07) VALUE ' DEBE '.
           05 WSV-LR-DEBE          PIC ----------9.99.
           05 FILLER               PIC X(08) VALUE ' HABER '.
           05 WSV-LR-HABER         PIC ----------9.99.

       01 WSV-LINEA-MAYOR.
           05 WSV-LM-CUENTA        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LM-NOMBRE        PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LM-DEBE          PIC ----------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LM-HABER         PIC ----------9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WSV-LM-SALDO         PIC ----------9.99.

       01 WSV-LINEA-FUENTE.
           05 WSV-LF-NOMBRE        PIC X(20).
           05 WSV-LF-LEIDOS        PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LF-TOTAL         PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LF-ASENTADO      PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LF-RECHAZADO     PIC ----------9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WSV-LF-DIFERENCIA    PIC ----------9.99.

       01 WSV-LINEA-TEXTO          PIC X(100).

       01 WSV-LINEA.
           05 FILLER               PIC X(90) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           DISPLAY 'INGRESE MES A CONTABILIZAR (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           IF WSV-PERIODO-E NOT NUMERIC
                   OR WSV-PER-MES < 1 OR WSV-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           INITIALIZE WST-FUENTES
           PERFORM 05000-VERIFICAR-PERIODO
           PERFORM 10000-CARGAR-PLAN
           OPEN OUTPUT ASIENTOS
           IF NOT WSS-FS-ASIENTOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ASIENTOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ASIENTOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           OPEN OUTPUT RESUMEN
           IF NOT WSS-FS-RESUMEN-OK
               DISPLAY 'ERROR EN EL OPEN DE ASIENTOS-RESUMEN.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUMEN
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE SPACES TO WSV-LINEA-TEXTO
           STRING 'ASIENTOS CONTABLES DEL MES ' WSV-PERIODO-E
               DELIMITED BY SIZE INTO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'ASIENTOS RECHAZADOS (NO BALANCEAN, NO SE GRABAN)'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           PERFORM 20000-ASIENTOS-FACTURAS
           PERFORM 30000-ASIENTOS-NOTAS
           PERFORM 40000-ASIENTOS-CAJA
           PERFORM 50000-ASIENTO-RECARGOS
           PERFORM 55000-ASIENTO-CUOTAS
           PERFORM 60000-ASIENTOS-CASTIGOS
           IF WSV-CANT-RECHAZADOS = 0
               MOVE 'NINGUNO' TO WSV-LINEA-TEXTO
               PERFORM 90000-ESCRIBIR-LINEA
           END-IF
           PERFORM 80000-EMITIR-MAYOR
           PERFORM 85000-EMITIR-CONTROL
           CLOSE ASIENTOS
           CLOSE RESUMEN
           DISPLAY 'ASIENTOS GRABADOS EN ASIENTOS.DAT: ' WSV-NRO-ASIENTO
           IF WSV-CANT-RECHAZADOS > 0
               DISPLAY 'ASIENTOS RECHAZADOS: ' WSV-CANT-RECHAZADOS
                       ' (VER ASIENTOS-RESUMEN.TXT)'
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *ULTIMO DIA DEL MES (FECHA DE LOS ASIENTOS GLOBALES) Y AVISO SI
      *EL MES NO FUE CERRADO POR EJES6042: LO ASENTADO PUEDE CAMBIAR
       05000-VERIFICAR-PERIODO.
           MOVE WSV-PER-ANIO TO WSV-SIG-ANIO
           MOVE WSV-PER-MES TO WSV-SIG-MES
           IF WSV-SIG-MES = 12
               ADD 1 TO WSV-SIG-ANIO
               MOVE 1 TO WSV-SIG-MES
           ELSE
               ADD 1 TO WSV-SIG-MES
           END-IF
           SET WSS-DIAS-AGREGAR TO TRUE
           MOVE WSV-PERIODO-SIG-N TO REG-DIAS-FECHA
           MOVE -1 TO REG-DIAS-CANTIDAD
           CALL WSC-RUTDIAS USING REGISTRO-DIAS
           IF NOT WSS-DIAS-OK
               DISPLAY WSV-ST-TEXTO-DIAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           MOVE REG-DIAS-FECHA-R TO WSV-FECHA-FIN-MES
           MOVE WSV-PERIODO-E TO WSV-FCU-PERIODO
           SET WSS-PERIODO-MES TO TRUE
           MOVE WSV-PERIODO-N TO REG-PERIO-PERIODO
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-OK AND NOT WSS-PERIODO-CERRADO
               DISPLAY 'AVISO: EL MES ' WSV-PERIODO-E ' NO ESTA '
                       'CERRADO (EJES6042), LOS ASIENTOS PUEDEN '
                       'CAMBIAR'
           END-IF.

      *CARGA EL PLAN DE CUENTAS; TODO CONCEPTO TIENE QUE TENER CUENTA
       10000-CARGAR-PLAN.
           OPEN INPUT PLAN-CUENTAS
           IF NOT WSS-FS-PLAN-OK
               DISPLAY 'NO SE PUDO ABRIR PLANCTA.PRM'
               DISPLAY 'FILE STATUS ' WSS-FS-PLAN
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-CON FROM 1 BY 1
                   UNTIL WSV-SUB-CON > WSC-CANT-CONCEPTOS
               MOVE 'N' TO WST-PL-MAPEADO(WSV-SUB-CON)
           END-PERFORM
           PERFORM 11000-LEER-PLAN UNTIL WSS-FS-PLAN-EOF
           CLOSE PLAN-CUENTAS
           SET WSS-PLAN-COMPLETO TO TRUE
           PERFORM VARYING WSV-SUB-CON FROM 1 BY 1
                   UNTIL WSV-SUB-CON > WSC-CANT-CONCEPTOS
               IF WSS-PL-MAPEADO(WSV-SUB-CON)
                   PERFORM 12000-AGREGAR-AL-MAYOR
               ELSE
                   DISPLAY 'FALTA EN PLANCTA.PRM EL CONCEPTO '
                           WST-CONCEPTO(WSV-SUB-CON)
                   MOVE 'N' TO WSV-PLAN-COMPLETO
               END-IF
           END-PERFORM
           IF NOT WSS-PLAN-COMPLETO
               DISPLAY 'NO SE CONTABILIZA CON EL PLAN INCOMPLETO'
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

       11000-LEER-PLAN.
           READ PLAN-CUENTAS
           IF WSS-FS-PLAN-OK
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING WSV-SUB-CON FROM 1 BY 1
                       UNTIL WSV-SUB-CON > WSC-CANT-CONCEPTOS
                           OR WSS-ENCONTRADO
                   IF WST-CONCEPTO(WSV-SUB-CON) = REG-PLA-CONCEPTO
                       SET WSS-ENCONTRADO TO TRUE
                       MOVE REG-PLA-CUENTA
                           TO WST-PL-CUENTA(WSV-SUB-CON)
                       MOVE REG-PLA-NOMBRE
                           TO WST-PL-NOMBRE(WSV-SUB-CON)
                       MOVE 'S' TO WST-PL-MAPEADO(WSV-SUB-CON)
                   END-IF
               END-PERFORM
               IF NOT WSS-ENCONTRADO
                   DISPLAY 'AVISO: CONCEPTO ' REG-PLA-CONCEPTO
                           ' DE PLANCTA.PRM DESCONOCIDO, SE IGNORA'
               END-IF
           END-IF.

       12000-AGREGAR-AL-MAYOR.
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-MY FROM 1 BY 1
                   UNTIL IND-MY > WSV-CONT-MAYOR OR WSS-ENCONTRADO
               IF WST-MY-CUENTA(IND-MY) = WST-PL-CUENTA(WSV-SUB-CON)
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT WSS-ENCONTRADO
               ADD 1 TO WSV-CONT-MAYOR
               SET IND-MY TO WSV-CONT-MAYOR
               MOVE WST-PL-CUENTA(WSV-SUB-CON) TO WST-MY-CUENTA(IND-MY)
               MOVE WST-PL-NOMBRE(WSV-SUB-CON) TO WST-MY-NOMBRE(IND-MY)
               MOVE 0 TO WST-MY-DEBE(IND-MY)
               MOVE 0 TO WST-MY-HABER(IND-MY)
           END-IF.

      *UN ASIENTO POR FACTURA FECHADA EN EL MES: DEUDORES AL DEBE,
      *VENTAS E IVA DEBITO FISCAL AL HABER. EL NETO SON LAS LINEAS DE
      *LA CUENTA Y PERIODO FACTURADO SIN LAS DE NOTAS DE CREDITO (LA
      *NOTA TIENE SU PROPIO ASIENTO) Y EL IVA SE CALCULA POR TASA
      *COMO EN LA FACTURA
       20000-ASIENTOS-FACTURAS.
           OPEN INPUT EMITIDAS
           IF NOT WSS-FS-EMITIDAS-OK
               DISPLAY 'NO SE PUDO ABRIR FACTEMIT.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EMITIDAS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 21000-LEER-FACTURA UNTIL WSS-FS-EMITIDAS-EOF
           CLOSE EMITIDAS
           IF WSV-CONT-FACTURAS > 0
               OPEN INPUT SERVICIOS
               IF NOT WSS-FS-SERVICIOS-OK
                   DISPLAY 'NO SE PUDO ABRIR SERVICIO.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-SERVICIOS
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 22000-LEER-SERVICIO UNTIL WSS-FS-SERVICIOS-EOF
               CLOSE SERVICIOS
           END-IF
           PERFORM VARYING WSV-SUB-FA FROM 1 BY 1
                   UNTIL WSV-SUB-FA > WSV-CONT-FACTURAS
               SET IND-FA TO WSV-SUB-FA
               PERFORM 23000-ASENTAR-FACTURA
           END-PERFORM.

       21000-LEER-FACTURA.
           READ EMITIDAS
           IF WSS-FS-EMITIDAS-OK
               MOVE REG-EMI-FECHA TO WSV-FECHA-X
               IF WSV-FECHA-X(1:6) = WSV-PERIODO-E
                   IF WSV-CONT-FACTURAS >= WSC-MAX-FACTURAS
                       DISPLAY 'TABLA DE FACTURAS LLENA, NO SE '
                               'CONTABILIZA'
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
                   ADD 1 TO WSV-CONT-FACTURAS
                   SET IND-FA TO WSV-CONT-FACTURAS
                   MOVE REG-EMI-NUMERO TO WST-FA-NUMERO(IND-FA)
                   MOVE REG-EMI-FECHA TO WST-FA-FECHA(IND-FA)
                   MOVE REG-EMI-NRO-CUENTA TO WST-FA-CUENTA(IND-FA)
                   MOVE REG-EMI-PERIODO TO WST-FA-PERIODO(IND-FA)
                   MOVE 0 TO WST-FA-NETO(IND-FA, 1)
                   MOVE 0 TO WST-FA-NETO(IND-FA, 2)
                   MOVE 0 TO WST-FA-NETO(IND-FA, 3)
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-FACTURAS)
                   ADD REG-EMI-TOTAL TO WST-FT-TOTAL(WSC-FTE-FACTURAS)
               END-IF
           END-IF.

      *LA LINEA SUMA A LA FACTURA DE SU CUENTA Y PERIODO (SI HAY DOS,
      *A LA PRIMERA: EL DUPLICADO LO INFORMA EJES6028)
       22000-LEER-SERVICIO.
           READ SERVICIOS
           IF WSS-FS-SERVICIOS-OK AND REG-COD-SERVICIO NOT = 'NC '
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING IND-FA FROM 1 BY 1
                       UNTIL IND-FA > WSV-CONT-FACTURAS
                           OR WSS-ENCONTRADO
                   IF WST-FA-CUENTA(IND-FA) = REG-NRO-CUENTA
                           AND WST-FA-PERIODO(IND-FA) =
                               REG-PERIODO-FACT
                       SET WSS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-ENCONTRADO
                   SET IND-FA DOWN BY 1
                   COMPUTE WSV-SUB-TASA = REG-TASA-COD + 1
                   IF WSV-SUB-TASA < 1 OR WSV-SUB-TASA > 3
                       MOVE 1 TO WSV-SUB-TASA
                   END-IF
                   ADD REG-MONTO-FACTURA
                       TO WST-FA-NETO(IND-FA, WSV-SUB-TASA)
               END-IF
           END-IF.

       23000-ASENTAR-FACTURA.
           MOVE WST-FA-FECHA(IND-FA) TO WSV-AS-FECHA
           MOVE 'FACTURA' TO WSV-AS-ORIGEN
           MOVE WST-FA-NUMERO(IND-FA) TO WSV-NUMERO-EDIT
           MOVE SPACES TO WSV-AS-LEYENDA
           STRING 'FACTURA NRO ' WSV-NUMERO-EDIT
               DELIMITED BY SIZE INTO WSV-AS-LEYENDA
           PERFORM 70000-ABRIR-ASIENTO
           COMPUTE WSV-IVA-RED ROUNDED =
                   WST-FA-NETO(IND-FA, 2) * WSC-TASA-REDUCIDA
           COMPUTE WSV-IVA-GRAL ROUNDED =
                   WST-FA-NETO(IND-FA, 3) * WSC-TASA-GENERAL
           COMPUTE WSV-NETO-TOTAL = WST-FA-NETO(IND-FA, 1) +
                   WST-FA-NETO(IND-FA, 2) + WST-FA-NETO(IND-FA, 3)
           COMPUTE WSV-TOTAL-FACTURA = WSV-NETO-TOTAL + WSV-IVA-RED +
                   WSV-IVA-GRAL
           MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
           MOVE WSV-TOTAL-FACTURA TO WSV-LIN-IMPORTE
           SET WSS-LIN-DEBE TO TRUE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-VENTAS TO WSV-LIN-CONCEPTO
           MOVE WSV-NETO-TOTAL TO WSV-LIN-IMPORTE
           SET WSS-LIN-HABER TO TRUE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-IVA TO WSV-LIN-CONCEPTO
           COMPUTE WSV-LIN-IMPORTE = WSV-IVA-RED + WSV-IVA-GRAL
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-FTE-FACTURAS TO WSV-AS-FUENTE(1)
           MOVE WSV-TOTAL-FACTURA TO WSV-AS-IMPORTE(1)
           PERFORM 73000-CERRAR-ASIENTO.

      *UN ASIENTO POR NOTA DE CREDITO FECHADA EN EL MES, CON LOS
      *IMPORTES CON QUE SE EMITIO: REVIERTE VENTAS E IVA CONTRA
      *DEUDORES POR EL TOTAL DE LA NOTA
       30000-ASIENTOS-NOTAS.
           OPEN INPUT NOTAS-CREDITO
           IF NOT WSS-FS-NOTASCRED-OK
               DISPLAY 'NO SE PUDO ABRIR NOTACRED.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTASCRED
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 31000-LEER-NOTA UNTIL WSS-FS-NOTASCRED-EOF
           CLOSE NOTAS-CREDITO.

       31000-LEER-NOTA.
           READ NOTAS-CREDITO
           IF WSS-FS-NOTASCRED-OK
               MOVE REG-NCR-FECHA TO WSV-FECHA-X
               IF WSV-FECHA-X(1:6) = WSV-PERIODO-E
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-NOTAS)
                   ADD REG-NCR-TOTAL TO WST-FT-TOTAL(WSC-FTE-NOTAS)
                   PERFORM 32000-ASENTAR-NOTA
               END-IF
           END-IF.

       32000-ASENTAR-NOTA.
           MOVE REG-NCR-FECHA TO WSV-AS-FECHA
           MOVE 'NOTACRED' TO WSV-AS-ORIGEN
           MOVE REG-NCR-NUMERO TO WSV-NUMERO-EDIT
           MOVE SPACES TO WSV-AS-LEYENDA
           STRING 'NOTA DE CREDITO NRO ' WSV-NUMERO-EDIT(3:6)
               DELIMITED BY SIZE INTO WSV-AS-LEYENDA
           PERFORM 70000-ABRIR-ASIENTO
           MOVE WSC-CON-VENTAS TO WSV-LIN-CONCEPTO
           COMPUTE WSV-LIN-IMPORTE = REG-NCR-NETO-EXENTO +
                   REG-NCR-NETO-RED + REG-NCR-NETO-GRAL
           SET WSS-LIN-DEBE TO TRUE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-IVA TO WSV-LIN-CONCEPTO
           COMPUTE WSV-LIN-IMPORTE = REG-NCR-IVA-RED + REG-NCR-IVA-GRAL
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
           MOVE REG-NCR-TOTAL TO WSV-LIN-IMPORTE
           SET WSS-LIN-HABER TO TRUE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-FTE-NOTAS TO WSV-AS-FUENTE(1)
           MOVE REG-NCR-TOTAL TO WSV-AS-IMPORTE(1)
           PERFORM 73000-CERRAR-ASIENTO.

      *UN ASIENTO POR ARQUEO DEL MES: LO COBRADO SEGUN SISTEMA POR
      *MEDIO DE PAGO (CAJA, BANCOS, VALORES A DEPOSITAR) AL DEBE, LOS
      *PAGOS DE CLIENTES DE LA SESION EN PAGOS.DAT A DEUDORES Y LOS
      *ARANCELES AL HABER; LA DIFERENCIA DEL ARQUEO VA CONTRA CAJA.
      *SI LA SESION EN PAGOS.DAT YA NO SUMA LO DEL ARQUEO NO BALANCEA
       40000-ASIENTOS-CAJA.
           OPEN INPUT ARQUEOS
           IF NOT WSS-FS-ARQUEOS-OK
               DISPLAY 'NO SE PUDO ABRIR ARQUEOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ARQUEOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 41000-LEER-ARQUEO UNTIL WSS-FS-ARQUEOS-EOF
           CLOSE ARQUEOS
           IF WSV-CONT-SESIONES > 0
               OPEN INPUT PAGOS
               IF NOT WSS-FS-PAGOS-OK
                   DISPLAY 'NO SE PUDO ABRIR PAGOS.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-PAGOS
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               PERFORM 42000-LEER-PAGO UNTIL WSS-FS-PAGOS-EOF
               CLOSE PAGOS
           END-IF
           PERFORM VARYING WSV-SUB-SE FROM 1 BY 1
                   UNTIL WSV-SUB-SE > WSV-CONT-SESIONES
               SET IND-SE TO WSV-SUB-SE
               PERFORM 43000-ASENTAR-ARQUEO
           END-PERFORM.

       41000-LEER-ARQUEO.
           READ ARQUEOS
           IF WSS-FS-ARQUEOS-OK
               MOVE REG-ARQ-FECHA TO WSV-FECHA-X
               IF WSV-FECHA-X(1:6) = WSV-PERIODO-E
                   IF WSV-CONT-SESIONES >= WSC-MAX-SESIONES
                       DISPLAY 'TABLA DE SESIONES LLENA, NO SE '
                               'CONTABILIZA'
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
                   ADD 1 TO WSV-CONT-SESIONES
                   SET IND-SE TO WSV-CONT-SESIONES
                   MOVE REG-ARQ-NRO-SESION TO WST-SE-SESION(IND-SE)
                   MOVE REG-ARQ-FECHA TO WST-SE-FECHA(IND-SE)
                   MOVE REG-ARQ-SIS-EFECTIVO TO WST-SE-EFECTIVO(IND-SE)
                   MOVE REG-ARQ-SIS-TRANSF TO WST-SE-TRANSF(IND-SE)
                   MOVE REG-ARQ-SIS-CHEQUE TO WST-SE-CHEQUE(IND-SE)
                   MOVE REG-ARQ-SIS-ARANCELES
                       TO WST-SE-ARANCELES(IND-SE)
                   MOVE REG-ARQ-DIFERENCIA TO WST-SE-DIFERENCIA(IND-SE)
                   MOVE 0 TO WST-SE-PAGOS(IND-SE)
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-ARQUEOS)
                   COMPUTE WST-FT-TOTAL(WSC-FTE-ARQUEOS) =
                           WST-FT-TOTAL(WSC-FTE-ARQUEOS) +
                           REG-ARQ-SIS-EFECTIVO + REG-ARQ-SIS-TRANSF +
                           REG-ARQ-SIS-CHEQUE
               END-IF
           END-IF.

       42000-LEER-PAGO.
           READ PAGOS
           IF WSS-FS-PAGOS-OK
               MOVE 'N' TO WSV-ENCONTRADO
               PERFORM VARYING IND-SE FROM 1 BY 1
                       UNTIL IND-SE > WSV-CONT-SESIONES
                           OR WSS-ENCONTRADO
                   IF WST-SE-SESION(IND-SE) = REG-PAG-SESION
                       SET WSS-ENCONTRADO TO TRUE
                   END-IF
               END-PERFORM
               IF WSS-ENCONTRADO
                   SET IND-SE DOWN BY 1
                   ADD REG-PAG-MONTO TO WST-SE-PAGOS(IND-SE)
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-PAGOS)
                   ADD REG-PAG-MONTO TO WST-FT-TOTAL(WSC-FTE-PAGOS)
               END-IF
           END-IF.

       43000-ASENTAR-ARQUEO.
           MOVE WST-SE-FECHA(IND-SE) TO WSV-AS-FECHA
           MOVE 'ARQUEO' TO WSV-AS-ORIGEN
           MOVE WST-SE-SESION(IND-SE) TO WSV-SESION-EDIT
           MOVE SPACES TO WSV-AS-LEYENDA
           STRING 'COBRANZA SESION DE CAJA ' WSV-SESION-EDIT
               DELIMITED BY SIZE INTO WSV-AS-LEYENDA
           PERFORM 70000-ABRIR-ASIENTO
           SET WSS-LIN-DEBE TO TRUE
           MOVE WSC-CON-CAJA TO WSV-LIN-CONCEPTO
           MOVE WST-SE-EFECTIVO(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-BANCOS TO WSV-LIN-CONCEPTO
           MOVE WST-SE-TRANSF(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-VALORES TO WSV-LIN-CONCEPTO
           MOVE WST-SE-CHEQUE(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
           SET WSS-LIN-HABER TO TRUE
           MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
           MOVE WST-SE-PAGOS(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-CON-ARANCEL TO WSV-LIN-CONCEPTO
           MOVE WST-SE-ARANCELES(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
      *SOBRANTE: CAJA AL DEBE; FALTANTE (NEGATIVO): DIFERENCIA AL DEBE
           SET WSS-LIN-DEBE TO TRUE
           MOVE WSC-CON-CAJA TO WSV-LIN-CONCEPTO
           MOVE WST-SE-DIFERENCIA(IND-SE) TO WSV-LIN-IMPORTE
           PERFORM 71000-AGREGAR-LINEA
           SET WSS-LIN-HABER TO TRUE
           MOVE WSC-CON-DIFCAJA TO WSV-LIN-CONCEPTO
           PERFORM 71000-AGREGAR-LINEA
           MOVE WSC-FTE-PAGOS TO WSV-AS-FUENTE(1)
           MOVE WST-SE-PAGOS(IND-SE) TO WSV-AS-IMPORTE(1)
           MOVE WSC-FTE-ARQUEOS TO WSV-AS-FUENTE(2)
           COMPUTE WSV-AS-IMPORTE(2) = WST-SE-EFECTIVO(IND-SE) +
                   WST-SE-TRANSF(IND-SE) + WST-SE-CHEQUE(IND-SE)
           PERFORM 73000-CERRAR-ASIENTO.

      *UN ASIENTO CON LOS RECARGOS POR MORA DEL PERIODO, AL ULTIMO DIA
      *DEL MES
       50000-ASIENTO-RECARGOS.
           OPEN INPUT DIARIO
           IF NOT WSS-FS-DIARIO-OK
               DISPLAY 'NO SE PUDO ABRIR RECARGOS-DIARIO.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-DIARIO
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 51000-LEER-RECARGO UNTIL WSS-FS-DIARIO-EOF
           CLOSE DIARIO
           IF WST-FT-LEIDOS(WSC-FTE-RECARGOS) > 0
               MOVE WSV-FECHA-FIN-MES TO WSV-AS-FECHA
               MOVE 'RECARGOS' TO WSV-AS-ORIGEN
               MOVE SPACES TO WSV-AS-LEYENDA
               STRING 'RECARGOS POR MORA ' WSV-PERIODO-E
                   DELIMITED BY SIZE INTO WSV-AS-LEYENDA
               PERFORM 70000-ABRIR-ASIENTO
               MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
               MOVE WSV-TOT-RECARGOS TO WSV-LIN-IMPORTE
               SET WSS-LIN-DEBE TO TRUE
               PERFORM 71000-AGREGAR-LINEA
               MOVE WSC-CON-RECARGOS TO WSV-LIN-CONCEPTO
               SET WSS-LIN-HABER TO TRUE
               PERFORM 71000-AGREGAR-LINEA
               MOVE WSC-FTE-RECARGOS TO WSV-AS-FUENTE(1)
               MOVE WSV-TOT-RECARGOS TO WSV-AS-IMPORTE(1)
               PERFORM 73000-CERRAR-ASIENTO
           END-IF.

       51000-LEER-RECARGO.
           READ DIARIO
           IF WSS-FS-DIARIO-OK
               IF REG-DIA-PERIODO = WSV-PERIODO-N
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-RECARGOS)
                   ADD REG-DIA-RECARGO TO WST-FT-TOTAL(WSC-FTE-RECARGOS)
                   ADD REG-DIA-RECARGO TO WSV-TOT-RECARGOS
               END-IF
           END-IF.

      *UN ASIENTO CON LAS CUOTAS DE CONVENIO POSTEADAS EN EL PERIODO
      *(LAS QUE TIENEN EL PERIODO COMO ULTIMO POSTEADO), CON LA FECHA
      *DE CARGO DE EJES6025: PASAN DE DEUDORES EN CONVENIO A DEUDORES
       55000-ASIENTO-CUOTAS.
           OPEN INPUT CONVENIOS
           IF NOT WSS-FS-CONVENIOS-OK
               DISPLAY 'NO SE PUDO ABRIR CONVENIOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-CONVENIOS
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 56000-LEER-CONVENIO UNTIL WSS-FS-CONVENIOS-EOF
           CLOSE CONVENIOS
           IF WST-FT-LEIDOS(WSC-FTE-CUOTAS) > 0
               MOVE WSV-FECHA-CUOTA-N TO WSV-AS-FECHA
               MOVE 'CUOTAS' TO WSV-AS-ORIGEN
               MOVE SPACES TO WSV-AS-LEYENDA
               STRING 'CUOTAS DE CONVENIO ' WSV-PERIODO-E
                   DELIMITED BY SIZE INTO WSV-AS-LEYENDA
               PERFORM 70000-ABRIR-ASIENTO
               MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
               MOVE WSV-TOT-CUOTAS TO WSV-LIN-IMPORTE
               SET WSS-LIN-DEBE TO TRUE
               PERFORM 71000-AGREGAR-LINEA
               MOVE WSC-CON-CONVENIO TO WSV-LIN-CONCEPTO
               SET WSS-LIN-HABER TO TRUE
               PERFORM 71000-AGREGAR-LINEA
               MOVE WSC-FTE-CUOTAS TO WSV-AS-FUENTE(1)
               MOVE WSV-TOT-CUOTAS TO WSV-AS-IMPORTE(1)
               PERFORM 73000-CERRAR-ASIENTO
           END-IF.

       56000-LEER-CONVENIO.
           READ CONVENIOS
           IF WSS-FS-CONVENIOS-OK
               IF REG-CVN-ULT-PERIODO = WSV-PERIODO-N
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-CUOTAS)
                   ADD REG-CVN-MONTO-CUOTA
                       TO WST-FT-TOTAL(WSC-FTE-CUOTAS)
                   ADD REG-CVN-MONTO-CUOTA TO WSV-TOT-CUOTAS
               END-IF
           END-IF.

      *UN ASIENTO POR CASTIGO DE INCOBRABLE FECHADO EN EL MES: LA
      *PREVISION AL DEBE CONTRA DEUDORES
       60000-ASIENTOS-CASTIGOS.
           OPEN INPUT PROVISION
           IF NOT WSS-FS-PROVISION-OK
               DISPLAY 'NO SE PUDO ABRIR PROVISION.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PROVISION
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           PERFORM 61000-LEER-CASTIGO UNTIL WSS-FS-PROVISION-EOF
           CLOSE PROVISION.

       61000-LEER-CASTIGO.
           READ PROVISION
           IF WSS-FS-PROVISION-OK
               MOVE REG-PRV-FECHA TO WSV-FECHA-X
               IF WSV-FECHA-X(1:6) = WSV-PERIODO-E
                   ADD 1 TO WST-FT-LEIDOS(WSC-FTE-CASTIGOS)
                   ADD REG-PRV-MONTO TO WST-FT-TOTAL(WSC-FTE-CASTIGOS)
                   MOVE REG-PRV-FECHA TO WSV-AS-FECHA
                   MOVE 'CASTIGO' TO WSV-AS-ORIGEN
                   MOVE REG-PRV-NRO-CLIENTE TO WSV-CLIENTE-EDIT
                   MOVE SPACES TO WSV-AS-LEYENDA
                   STRING 'INCOBRABLE CLIENTE ' WSV-CLIENTE-EDIT
                       DELIMITED BY SIZE INTO WSV-AS-LEYENDA
                   PERFORM 70000-ABRIR-ASIENTO
                   MOVE WSC-CON-INCOBRAB TO WSV-LIN-CONCEPTO
                   MOVE REG-PRV-MONTO TO WSV-LIN-IMPORTE
                   SET WSS-LIN-DEBE TO TRUE
                   PERFORM 71000-AGREGAR-LINEA
                   MOVE WSC-CON-DEUDORES TO WSV-LIN-CONCEPTO
                   SET WSS-LIN-HABER TO TRUE
                   PERFORM 71000-AGREGAR-LINEA
                   MOVE WSC-FTE-CASTIGOS TO WSV-AS-FUENTE(1)
                   MOVE REG-PRV-MONTO TO WSV-AS-IMPORTE(1)
                   PERFORM 73000-CERRAR-ASIENTO
               END-IF
           END-IF.

      *EMPIEZA UN ASIENTO NUEVO (FECHA, ORIGEN Y LEYENDA YA CARGADOS)
       70000-ABRIR-ASIENTO.
           MOVE 0 TO WSV-AS-CONT-LINEAS
           MOVE 0 TO WSV-AS-TOT-DEBE
           MOVE 0 TO WSV-AS-TOT-HABER
           MOVE 0 TO WSV-AS-FUENTE(1)
           MOVE 0 TO WSV-AS-IMPORTE(1)
           MOVE 0 TO WSV-AS-FUENTE(2)
           MOVE 0 TO WSV-AS-IMPORTE(2).

      *AGREGA WSV-LIN-IMPORTE DEL CONCEPTO AL LADO PEDIDO; UN IMPORTE
      *NEGATIVO VA AL LADO CONTRARIO Y UN IMPORTE CERO NO GENERA LINEA
       71000-AGREGAR-LINEA.
           IF WSV-LIN-IMPORTE NOT = 0
               ADD 1 TO WSV-AS-CONT-LINEAS
               MOVE WSV-AS-CONT-LINEAS TO WSV-SUB-LIN
               MOVE WSV-LIN-CONCEPTO TO WST-AL-CONCEPTO(WSV-SUB-LIN)
               MOVE 0 TO WST-AL-DEBE(WSV-SUB-LIN)
               MOVE 0 TO WST-AL-HABER(WSV-SUB-LIN)
               EVALUATE TRUE
                   WHEN WSS-LIN-DEBE AND WSV-LIN-IMPORTE > 0
                       MOVE WSV-LIN-IMPORTE TO WST-AL-DEBE(WSV-SUB-LIN)
                   WHEN WSS-LIN-DEBE
                       COMPUTE WST-AL-HABER(WSV-SUB-LIN) =
                               0 - WSV-LIN-IMPORTE
                   WHEN WSV-LIN-IMPORTE > 0
                       MOVE WSV-LIN-IMPORTE
                           TO WST-AL-HABER(WSV-SUB-LIN)
                   WHEN OTHER
                       COMPUTE WST-AL-DEBE(WSV-SUB-LIN) =
                               0 - WSV-LIN-IMPORTE
               END-EVALUATE
               ADD WST-AL-DEBE(WSV-SUB-LIN) TO WSV-AS-TOT-DEBE
               ADD WST-AL-HABER(WSV-SUB-LIN) TO WSV-AS-TOT-HABER
           END-IF.

      *GRABA EL ASIENTO SI BALANCEA Y NO ESTA VACIO; SI NO, LO LISTA
      *COMO RECHAZADO. EN LOS DOS CASOS LO SUMA AL CONTROL DE ORIGEN
       73000-CERRAR-ASIENTO.
           IF WSV-AS-TOT-DEBE = WSV-AS-TOT-HABER
                   AND WSV-AS-TOT-DEBE > 0
               ADD 1 TO WSV-NRO-ASIENTO
               PERFORM VARYING WSV-SUB-LIN FROM 1 BY 1
                       UNTIL WSV-SUB-LIN > WSV-AS-CONT-LINEAS
                   PERFORM 74000-GRABAR-LINEA
               END-PERFORM
               PERFORM VARYING WSV-SUB-FTE FROM 1 BY 1
                       UNTIL WSV-SUB-FTE > 2
                   IF WSV-AS-FUENTE(WSV-SUB-FTE) > 0
                       ADD WSV-AS-IMPORTE(WSV-SUB-FTE) TO
                           WST-FT-ASENTADO(WSV-AS-FUENTE(WSV-SUB-FTE))
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WSV-CANT-RECHAZADOS
               MOVE WSV-AS-ORIGEN TO WSV-LR-ORIGEN
               MOVE WSV-AS-LEYENDA TO WSV-LR-LEYENDA
               MOVE WSV-AS-TOT-DEBE TO WSV-LR-DEBE
               MOVE WSV-AS-TOT-HABER TO WSV-LR-HABER
               MOVE WSV-LINEA-RECHAZO TO WSV-LINEA-TEXTO
               PERFORM 90000-ESCRIBIR-LINEA
               DISPLAY 'RECHAZADO: ' WSV-LINEA-RECHAZO
               PERFORM VARYING WSV-SUB-FTE FROM 1 BY 1
                       UNTIL WSV-SUB-FTE > 2
                   IF WSV-AS-FUENTE(WSV-SUB-FTE) > 0
                       ADD WSV-AS-IMPORTE(WSV-SUB-FTE) TO
                           WST-FT-RECHAZADO(WSV-AS-FUENTE(WSV-SUB-FTE))
                   END-IF
               END-PERFORM
           END-IF.

       74000-GRABAR-LINEA.
           MOVE WST-AL-CONCEPTO(WSV-SUB-LIN) TO WSV-SUB-CON
           MOVE WSV-NRO-ASIENTO TO REG-ASI-NUMERO
           MOVE WSV-AS-FECHA TO REG-ASI-FECHA
           MOVE WSV-SUB-LIN TO REG-ASI-LINEA
           MOVE WST-PL-CUENTA(WSV-SUB-CON) TO REG-ASI-CUENTA
           MOVE WST-AL-DEBE(WSV-SUB-LIN) TO REG-ASI-DEBE
           MOVE WST-AL-HABER(WSV-SUB-LIN) TO REG-ASI-HABER
           MOVE WSV-AS-ORIGEN TO REG-ASI-ORIGEN
           MOVE WSV-AS-LEYENDA TO REG-ASI-LEYENDA
           WRITE REG-ASIENTO
           IF NOT WSS-FS-ASIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE ASIENTOS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-ASIENTOS
           END-IF
           MOVE 'N' TO WSV-ENCONTRADO
           PERFORM VARYING IND-MY FROM 1 BY 1
                   UNTIL IND-MY > WSV-CONT-MAYOR OR WSS-ENCONTRADO
               IF WST-MY-CUENTA(IND-MY) = WST-PL-CUENTA(WSV-SUB-CON)
                   SET WSS-ENCONTRADO TO TRUE
               END-IF
           END-PERFORM
           SET IND-MY DOWN BY 1
           ADD WST-AL-DEBE(WSV-SUB-LIN) TO WST-MY-DEBE(IND-MY)
           ADD WST-AL-HABER(WSV-SUB-LIN) TO WST-MY-HABER(IND-MY).

      *TOTAL DEL MES POR CUENTA CONTABLE DE LO GRABADO
       80000-EMITIR-MAYOR.
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'TOTALES POR CUENTA CONTABLE' TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE SPACES TO WSV-LINEA-TEXTO
           MOVE 'CUENTA       NOMBRE' TO WSV-LINEA-TEXTO(1:20)
           MOVE '           DEBE            HABER            SALDO'
               TO WSV-LINEA-TEXTO(44:50)
           PERFORM 90000-ESCRIBIR-LINEA
           PERFORM VARYING IND-MY FROM 1 BY 1
                   UNTIL IND-MY > WSV-CONT-MAYOR
               MOVE WST-MY-CUENTA(IND-MY) TO WSV-LM-CUENTA
               MOVE WST-MY-NOMBRE(IND-MY) TO WSV-LM-NOMBRE
               MOVE WST-MY-DEBE(IND-MY) TO WSV-LM-DEBE
               MOVE WST-MY-HABER(IND-MY) TO WSV-LM-HABER
               COMPUTE WSV-LM-SALDO =
                       WST-MY-DEBE(IND-MY) - WST-MY-HABER(IND-MY)
               MOVE WSV-LINEA-MAYOR TO WSV-LINEA-TEXTO
               PERFORM 90000-ESCRIBIR-LINEA
               ADD WST-MY-DEBE(IND-MY) TO WSV-TOT-MAYOR-DEBE
               ADD WST-MY-HABER(IND-MY) TO WSV-TOT-MAYOR-HABER
           END-PERFORM
           MOVE SPACES TO WSV-LM-CUENTA
           MOVE 'TOTALES' TO WSV-LM-NOMBRE
           MOVE WSV-TOT-MAYOR-DEBE TO WSV-LM-DEBE
           MOVE WSV-TOT-MAYOR-HABER TO WSV-LM-HABER
           COMPUTE WSV-LM-SALDO =
                   WSV-TOT-MAYOR-DEBE - WSV-TOT-MAYOR-HABER
           MOVE WSV-LINEA-MAYOR TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

      *CONTROL CONTRA CADA ARCHIVO DE ORIGEN: LO LEIDO DEL MES TIENE
      *QUE SER LO ASENTADO MAS LO RECHAZADO
       85000-EMITIR-CONTROL.
           MOVE WSV-LINEA TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'CONTROL CONTRA LOS ARCHIVOS DE ORIGEN'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE SPACES TO WSV-LINEA-TEXTO
           MOVE 'ARCHIVO             REGS.   TOTAL ARCHIVO'
               TO WSV-LINEA-TEXTO(1:41)
           MOVE '       ASENTADO      RECHAZADO     DIFERENCIA'
               TO WSV-LINEA-TEXTO(42:45)
           PERFORM 90000-ESCRIBIR-LINEA
           PERFORM VARYING WSV-SUB-FTE FROM 1 BY 1
                   UNTIL WSV-SUB-FTE > WSC-CANT-FUENTES
               COMPUTE WSV-DIFERENCIA = WST-FT-TOTAL(WSV-SUB-FTE) -
                       WST-FT-ASENTADO(WSV-SUB-FTE) -
                       WST-FT-RECHAZADO(WSV-SUB-FTE)
               MOVE WST-FUENTE-NOMBRE(WSV-SUB-FTE) TO WSV-LF-NOMBRE
               MOVE WST-FT-LEIDOS(WSV-SUB-FTE) TO WSV-LF-LEIDOS
               MOVE WST-FT-TOTAL(WSV-SUB-FTE) TO WSV-LF-TOTAL
               MOVE WST-FT-ASENTADO(WSV-SUB-FTE) TO WSV-LF-ASENTADO
               MOVE WST-FT-RECHAZADO(WSV-SUB-FTE) TO WSV-LF-RECHAZADO
               MOVE WSV-DIFERENCIA TO WSV-LF-DIFERENCIA
               MOVE WSV-LINEA-FUENTE TO WSV-LINEA-TEXTO
               PERFORM 90000-ESCRIBIR-LINEA
           END-PERFORM
           MOVE 'UNA DIFERENCIA EN FACTEMIT.DAT SON NOTAS DE CREDITO'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'INCLUIDAS EN LA FACTURA IMPRESA: SE ASIENTAN APARTE.'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'PAGOS.DAT SON LOS COBROS DE LAS SESIONES ARQUEADAS EN'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA
           MOVE 'EL MES; ARQUEOS.DAT INCLUYE LOS ARANCELES.'
               TO WSV-LINEA-TEXTO
           PERFORM 90000-ESCRIBIR-LINEA.

       90000-ESCRIBIR-LINEA.
           MOVE WSV-LINEA-TEXTO TO REG-RESUMEN
           WRITE REG-RESUMEN
           IF NOT WSS-FS-RESUMEN-OK
               DISPLAY 'ERROR EN EL WRITE DE ASIENTOS-RESUMEN.TXT'
               DISPLAY 'FILE STATUS ' WSS-FS-RESUMEN
           END-IF.

       FIN-DEL-PROGRAMA.
           STOP RUN.
