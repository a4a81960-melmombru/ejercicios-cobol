      *incluir el fondo inicial), asienta el arqueo con las
      *diferencias en ARQUEOS.DAT para el seguimiento, y deja la
      *sesion cerrada en CAJA.DAT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El arqueo suma tambien los pagos de cuotas de
      *   arancel cobrados en la sesion (PAGOS-CUOTAS.DAT, los
      *   asienta CUOTAPAG), los muestra en su propia linea y los
      *   incluye en lo esperado de cada medio; ARQUEOS.DAT guarda
      *   el total de aranceles al final del registro.
      *   PAGOS.DAT pasa a ser opcional: una sesion puede haber
      *   cobrado solo aranceles.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Los cheques declarados se concilian contra la cartera
      *   de CHEQUES.DAT (cheques en estado C, los registra EJES6003) y
      *   los cheques de la sesion en CHEQUES.DAT contra los pagos con
      *   cheque de PAGOS.DAT; a pedido se verifica cheque por cheque si
      *   esta en la caja y se listan los faltantes. ARQUEOS.DAT guarda
      *   el total de la cartera segun el registro al final del
      *   registro.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CAJA.

       SELECT OPTIONAL PAGOS   ASSIGN TO DISK 'PAGOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PAGOS.

       SELECT OPTIONAL PAGOS-CUOTAS
                               ASSIGN TO DISK 'PAGOS-CUOTAS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-PAGOS-CUOTAS.

       SELECT OPTIONAL ARQUEOS ASSIGN TO DISK 'ARQUEOS.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-ARQUEOS.

       SELECT OPTIONAL CHEQUES ASSIGN TO DISK 'CHEQUES.DAT'
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS WSS-FS-CHEQUES.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD PAGOS.
       01 REG-PAGO.
           05 REG-PAG-NRO-CLIENTE  PIC 9(08).
           05 REG-PAG-FECHA        PIC 9(08).
           05 REG-PAG-MONTO        PIC 9(05)V9(02).
           05 REG-PAG-MEDIO        PIC X(01).
           05 REG-PAG-SESION       PIC 9(04).
           05 REG-PAG-CONCILIADO   PIC X(01).

       FD PAGOS-CUOTAS.
       01 REG-PAGO-CUOTA.
           05 REG-PCU-NRO-ALUMNO   PIC 9(04).
           05 REG-PCU-PERIODO      PIC 9(06).
           05 REG-PCU-FECHA        PIC 9(08).
           05 REG-PCU-MONTO        PIC 9(05)V9(02).
           05 REG-PCU-MEDIO        PIC X(01).
           05 REG-PCU-RECIBO       PIC 9(06).
           05 REG-PCU-SESION       PIC 9(04).

       FD ARQUEOS.
       01 REG-ARQUEO.
           05 REG-ARQ-NRO-SESION   PIC 9(04).
           05 REG-ARQ-DEC-TRANSF   PIC 9(07)V9(02).
           05 REG-ARQ-DEC-CHEQUE   PIC 9(07)V9(02).
           05 REG-ARQ-DIFERENCIA   PIC S9(07)V9(02).
           05 REG-ARQ-SIS-ARANCELES PIC 9(07)V9(02).
           05 REG-ARQ-REG-CARTERA  PIC 9(07)V9(02).

       FD CHEQUES.
       01 REG-CHEQUE.
           05 REG-CHQ-BANCO        PIC X(15).
           05 REG-CHQ-NUMERO       PIC 9(08).
           05 REG-CHQ-LIBRADOR     PIC X(30).
           05 REG-CHQ-NRO-CLIENTE  PIC 9(08).
           05 REG-CHQ-IMPORTE      PIC 9(05)V9(02).
           05 REG-CHQ-FECHA-RECIBIDO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-COBRO  PIC 9(08).
           05 REG-CHQ-RECIBO       PIC 9(06).
           05 REG-CHQ-SESION       PIC 9(04).
           05 REG-CHQ-ESTADO       PIC X(01).
           05 REG-CHQ-FECHA-DEPOSITO
                                   PIC 9(08).
           05 REG-CHQ-FECHA-ESTADO PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CAJA              PIC X(02).
           88 WSS-FS-CAJA-EOF          VALUE '10'.

       01 WSS-FS-PAGOS             PIC X(02).
           88 WSS-FS-PAGOS-OK          VALUE '00' '05'.
           88 WSS-FS-PAGOS-EOF         VALUE '10'.

       01 WSS-FS-PAGOS-CUOTAS      PIC X(02).
           88 WSS-FS-PAGOS-CUOTAS-OK   VALUE '00' '05'.
           88 WSS-FS-PAGOS-CUOTAS-EOF  VALUE '10'.

       01 WSS-FS-ARQUEOS           PIC X(02).
           88 WSS-FS-ARQUEOS-OK        VALUE '00' '05'.

       01 WSS-FS-CHEQUES           PIC X(02).
           88 WSS-FS-CHEQUES-OK        VALUE '00' '05'.
           88 WSS-FS-CHEQUES-EOF       VALUE '10'.

      *SESIONES CARGADAS EN MEMORIA PARA REGRABAR EL CIERRE
       01 WSC-MAX-SESIONES         PIC 9(03) VALUE 200.
       01 WSV-CONT-SESIONES        PIC S9(4) COMP VALUE 0.
       01 WSV-SIS-EFECTIVO         PIC 9(07)V9(02) VALUE 0.
       01 WSV-SIS-TRANSF           PIC 9(07)V9(02) VALUE 0.
       01 WSV-SIS-CHEQUE           PIC 9(07)V9(02) VALUE 0.
       01 WSV-ARA-EFECTIVO         PIC 9(07)V9(02) VALUE 0.
       01 WSV-ARA-TRANSF           PIC 9(07)V9(02) VALUE 0.
       01 WSV-ARA-CHEQUE           PIC 9(07)V9(02) VALUE 0.
       01 WSV-ARA-TOTAL            PIC 9(07)V9(02) VALUE 0.
       01 WSV-DEC-EFECTIVO         PIC 9(07)V9(02).
       01 WSV-DEC-TRANSF           PIC 9(07)V9(02).
       01 WSV-DEC-CHEQUE           PIC 9(07)V9(02).
       01 WSV-DIF-EDIT             PIC -------9.99.
       01 WSV-FECHA-HOY            PIC 9(08).

      *CARTERA DE CHEQUES SEGUN CHEQUES.DAT (ESTADO C, EN LA CAJA) Y
      *CHEQUES REGISTRADOS POR LOS PAGOS DE LA SESION
       01 WSC-MAX-CHEQUES          PIC 9(03) VALUE 500.
       01 WSV-CONT-CHEQUES         PIC S9(4) COMP VALUE 0.
       01 WST-CHEQUES.
           05 WST-CHEQUE-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IND-CHQ.
               10 WST-CH-BANCO         PIC X(15).
               10 WST-CH-NUMERO        PIC 9(08).
               10 WST-CH-NRO-CLIENTE   PIC 9(08).
               10 WST-CH-IMPORTE       PIC 9(05)V9(02).
               10 WST-CH-FECHA-COBRO   PIC 9(08).
               10 WST-CH-EN-CAJA       PIC X(01).
                   88 WSS-CH-FALTANTE      VALUE 'N'.
       01 WSV-REG-CARTERA          PIC 9(07)V9(02) VALUE 0.
       01 WSV-REG-CHQ-SESION       PIC 9(07)V9(02) VALUE 0.
       01 WSV-PAG-CHEQUE           PIC 9(07)V9(02) VALUE 0.
       01 WSV-CONT-FALTANTES       PIC 9(03) VALUE 0.
       01 WSV-TOTAL-FALTANTE       PIC 9(07)V9(02) VALUE 0.
       01 WSV-VERIFICAR            PIC X(01).
           88 WSS-VERIFICAR-SI         VALUE 'S' 's'.
       01 WSV-RESPUESTA            PIC X(01).
           88 WSS-RESPUESTA-SI         VALUE 'S' 's'.
           88 WSS-RESPUESTA-NO         VALUE 'N' 'n'.

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-SESIONES
           IF WSV-SESION-ABIERTA = 0
               DISPLAY 'NO HAY UNA SESION DE CAJA ABIERTA PARA '
                       'ARQUEAR'
           ELSE
               PERFORM 20000-SUMAR-PAGOS-SESION
               PERFORM 22000-SUMAR-CUOTAS-SESION
               PERFORM 25000-CARGAR-CHEQUES
               PERFORM 30000-TOMAR-DECLARADOS
               PERFORM 40000-COMPARAR-Y-ASENTAR
               PERFORM 50000-CERRAR-SESION
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6022' TO REG-OPER-PROGRAMA-E
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
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

       10000-CARGAR-SESIONES.
           OPEN INPUT CAJA
           IF NOT WSS-FS-CAJA-OK
               END-IF
           END-IF.

      *SUMA LOS PAGOS DE CUOTAS DE ARANCEL DE LA SESION POR MEDIO
       22000-SUMAR-CUOTAS-SESION.
           OPEN INPUT PAGOS-CUOTAS
           IF NOT WSS-FS-PAGOS-CUOTAS-OK
               DISPLAY 'NO SE PUDO ABRIR PAGOS-CUOTAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-PAGOS-CUOTAS
           ELSE
               PERFORM 23000-LEER-Y-SUMAR-CUOTA
                   UNTIL WSS-FS-PAGOS-CUOTAS-EOF
               CLOSE PAGOS-CUOTAS
           END-IF
           COMPUTE WSV-ARA-TOTAL = WSV-ARA-EFECTIVO +
                   WSV-ARA-TRANSF + WSV-ARA-CHEQUE.

       23000-LEER-Y-SUMAR-CUOTA.
           READ PAGOS-CUOTAS
           IF WSS-FS-PAGOS-CUOTAS-OK
               IF REG-PCU-SESION = WSV-SESION-ABIERTA
                   EVALUATE REG-PCU-MEDIO
                       WHEN 'E'
                           ADD REG-PCU-MONTO TO WSV-ARA-EFECTIVO
                       WHEN 'T'
                           ADD REG-PCU-MONTO TO WSV-ARA-TRANSF
                       WHEN OTHER
                           ADD REG-PCU-MONTO TO WSV-ARA-CHEQUE
                   END-EVALUATE
               END-IF
           END-IF.

      *CARGA LA CARTERA DE CHEQUES.DAT: LOS CHEQUES EN CARTERA (ESTADO
      *C) TIENEN QUE ESTAR FISICAMENTE EN LA CAJA, Y LOS REGISTRADOS
      *POR LOS PAGOS DE ESTA SESION TIENEN QUE SUMAR LO MISMO QUE LOS
      *PAGOS CON CHEQUE DE PAGOS.DAT
       25000-CARGAR-CHEQUES.
           MOVE WSV-SIS-CHEQUE TO WSV-PAG-CHEQUE
           OPEN INPUT CHEQUES
           IF NOT WSS-FS-CHEQUES-OK
               DISPLAY 'NO SE PUDO ABRIR CHEQUES.DAT, SIN CONTROL DE '
                       'LA CARTERA'
               DISPLAY 'FILE STATUS ' WSS-FS-CHEQUES
           ELSE
               PERFORM 26000-LEER-Y-CARGAR-CHQ
                   UNTIL WSS-FS-CHEQUES-EOF
               CLOSE CHEQUES
           END-IF.

       26000-LEER-Y-CARGAR-CHQ.
           READ CHEQUES
           IF WSS-FS-CHEQUES-OK
               IF REG-CHQ-SESION = WSV-SESION-ABIERTA
                   ADD REG-CHQ-IMPORTE TO WSV-REG-CHQ-SESION
               END-IF
               IF REG-CHQ-ESTADO = 'C'
                   ADD REG-CHQ-IMPORTE TO WSV-REG-CARTERA
                   IF WSV-CONT-CHEQUES >= WSC-MAX-CHEQUES
                       DISPLAY 'TABLA DE CHEQUES LLENA, EL CHEQUE '
                               REG-CHQ-NUMERO ' NO SE VERIFICA'
                   ELSE
                       ADD 1 TO WSV-CONT-CHEQUES
                       SET IND-CHQ TO WSV-CONT-CHEQUES
                       MOVE REG-CHQ-BANCO TO WST-CH-BANCO(IND-CHQ)
                       MOVE REG-CHQ-NUMERO TO WST-CH-NUMERO(IND-CHQ)
                       MOVE REG-CHQ-NRO-CLIENTE
                           TO WST-CH-NRO-CLIENTE(IND-CHQ)
                       MOVE REG-CHQ-IMPORTE TO WST-CH-IMPORTE(IND-CHQ)
                       MOVE REG-CHQ-FECHA-COBRO
                           TO WST-CH-FECHA-COBRO(IND-CHQ)
                       MOVE 'S' TO WST-CH-EN-CAJA(IND-CHQ)
                   END-IF
               END-IF
           END-IF.

       30000-TOMAR-DECLARADOS.
           DISPLAY 'ARQUEO DE LA SESION ' WSV-SESION-ABIERTA
                   ' (OPERADOR ' WSV-OPERADOR-SESION ')'
      *COMPARA DECLARADO CONTRA SISTEMA Y ASIENTA EL ARQUEO CON LA
      *DIFERENCIA TOTAL EN ARQUEOS.DAT
       40000-COMPARAR-Y-ASENTAR.
           DISPLAY WSV-LINEA
           DISPLAY 'CLIENTES  EFECTIVO ' WSV-SIS-EFECTIVO
                   ' TRANSF ' WSV-SIS-TRANSF
                   ' CHEQUES ' WSV-SIS-CHEQUE
           DISPLAY 'ARANCELES EFECTIVO ' WSV-ARA-EFECTIVO
                   ' TRANSF ' WSV-ARA-TRANSF
                   ' CHEQUES ' WSV-ARA-CHEQUE
           ADD WSV-ARA-EFECTIVO TO WSV-SIS-EFECTIVO
           ADD WSV-ARA-TRANSF TO WSV-SIS-TRANSF
           ADD WSV-ARA-CHEQUE TO WSV-SIS-CHEQUE
           COMPUTE WSV-ESPERADO-EFECTIVO = WSV-SIS-EFECTIVO +
                   WSV-FONDO-SESION
           COMPUTE WSV-DIFERENCIA =
                       ' (QUEDA ASENTADA PARA SEGUIMIENTO)'
           END-IF
           DISPLAY WSV-LINEA
           PERFORM 45000-CONCILIAR-CARTERA
           OPEN EXTEND ARQUEOS
           IF NOT WSS-FS-ARQUEOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARQUEOS.DAT'
               MOVE WSV-DEC-TRANSF TO REG-ARQ-DEC-TRANSF
               MOVE WSV-DEC-CHEQUE TO REG-ARQ-DEC-CHEQUE
               MOVE WSV-DIFERENCIA TO REG-ARQ-DIFERENCIA
               MOVE WSV-ARA-TOTAL TO REG-ARQ-SIS-ARANCELES
               MOVE WSV-REG-CARTERA TO REG-ARQ-REG-CARTERA
               WRITE REG-ARQUEO
               IF NOT WSS-FS-ARQUEOS-OK
                   DISPLAY 'ERROR EN EL WRITE DE ARQUEOS.DAT'
               CLOSE ARQUEOS
           END-IF.

      *CONCILIA LOS CHEQUES DECLARADOS CONTRA LA CARTERA DE
      *CHEQUES.DAT, Y LOS CHEQUES DE LA SESION CONTRA PAGOS.DAT; A
      *PEDIDO VERIFICA CHEQUE POR CHEQUE Y LISTA LOS QUE FALTAN
       45000-CONCILIAR-CARTERA.
           DISPLAY 'CARTERA   REGISTRO ' WSV-REG-CARTERA
                   ' DECLARADO ' WSV-DEC-CHEQUE
           IF WSV-REG-CARTERA NOT = WSV-DEC-CHEQUE
               DISPLAY 'LOS CHEQUES DECLARADOS NO COINCIDEN CON LA '
                       'CARTERA DE CHEQUES.DAT'
           END-IF
           IF WSV-REG-CHQ-SESION NOT = WSV-PAG-CHEQUE
               DISPLAY 'CHEQUES DE LA SESION EN CHEQUES.DAT '
                       WSV-REG-CHQ-SESION ' Y EN PAGOS.DAT '
                       WSV-PAG-CHEQUE ', NO COINCIDEN'
           END-IF
           IF WSV-CONT-CHEQUES > 0
               MOVE SPACE TO WSV-VERIFICAR
               DISPLAY 'VERIFICAR LA CARTERA CHEQUE POR CHEQUE (S/N)? '
               ACCEPT WSV-VERIFICAR
               IF WSS-VERIFICAR-SI
                   PERFORM VARYING IND-CHQ FROM 1 BY 1
                           UNTIL IND-CHQ > WSV-CONT-CHEQUES
                       PERFORM 46000-VERIFICAR-CHEQUE
                   END-PERFORM
                   PERFORM 47000-LISTAR-FALTANTES
               END-IF
           END-IF
           DISPLAY WSV-LINEA.

       46000-VERIFICAR-CHEQUE.
           DISPLAY 'CHEQUE ' WST-CH-NUMERO(IND-CHQ) ' '
                   WST-CH-BANCO(IND-CHQ) ' CLIENTE '
                   WST-CH-NRO-CLIENTE(IND-CHQ) ' IMPORTE '
                   WST-CH-IMPORTE(IND-CHQ)
           MOVE SPACE TO WSV-RESPUESTA
           PERFORM UNTIL WSS-RESPUESTA-SI OR WSS-RESPUESTA-NO
               DISPLAY 'ESTA EN LA CAJA (S/N)? '
               ACCEPT WSV-RESPUESTA
           END-PERFORM
           IF WSS-RESPUESTA-NO
               MOVE 'N' TO WST-CH-EN-CAJA(IND-CHQ)
           END-IF
           IF WSS-CH-FALTANTE(IND-CHQ)
               ADD 1 TO WSV-CONT-FALTANTES
               ADD WST-CH-IMPORTE(IND-CHQ) TO WSV-TOTAL-FALTANTE
           END-IF.

       47000-LISTAR-FALTANTES.
           DISPLAY WSV-LINEA
           IF WSV-CONT-FALTANTES = 0
               DISPLAY 'TODOS LOS CHEQUES DE LA CARTERA ESTAN EN LA '
                       'CAJA'
           ELSE
               DISPLAY 'CHEQUES DE LA CARTERA QUE NO ESTAN EN LA CAJA:'
               PERFORM VARYING IND-CHQ FROM 1 BY 1
                       UNTIL IND-CHQ > WSV-CONT-CHEQUES
                   IF WSS-CH-FALTANTE(IND-CHQ)
                       DISPLAY WST-CH-NUMERO(IND-CHQ) ' '
                               WST-CH-BANCO(IND-CHQ) ' CLIENTE '
                               WST-CH-NRO-CLIENTE(IND-CHQ) ' COBRO '
                               WST-CH-FECHA-COBRO(IND-CHQ) ' '
                               WST-CH-IMPORTE(IND-CHQ)
                   END-IF
               END-PERFORM
               DISPLAY 'FALTANTES: ' WSV-CONT-FALTANTES
                       ' POR ' WSV-TOTAL-FALTANTE
           END-IF.

      *REGRABA CAJA.DAT CON LA SESION MARCADA COMO CERRADA
       50000-CERRAR-SESION.
           OPEN OUTPUT CAJA
