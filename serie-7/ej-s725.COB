      *creditos del banco que nunca registramos y transferencias
      *registradas que el banco no mostro, que es lo que hasta ahora
      *se tildaba a ojo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD PAGOS.
       01 REG-PAGO.
           05 REG-PAG-NRO-CLIENTE  PIC 9(08).
           05 REG-PAG-FECHA        PIC 9(08).
           05 REG-PAG-MONTO        PIC 9(05)V9(02).
           05 REG-PAG-MEDIO        PIC X(01).
       01 WST-PAGOS.
           05 WST-PAGO-ITEM        OCCURS 1000 TIMES
                                   INDEXED BY IND-PG.
               10 WST-PG-REGISTRO      PIC X(36).

       01 WSV-PAGO-VISTA.
           05 WSV-PG-NRO-CLIENTE   PIC 9(08).
           05 WSV-PG-FECHA         PIC 9(08).
           05 WSV-PG-MONTO         PIC 9(05)V9(02).
           05 WSV-PG-MEDIO         PIC X(01).

       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-PAGOS
           PERFORM 20000-PROCESAR-BANCO
           IF WSV-CONT-CAMBIOS > 0
           PERFORM 50000-INFORMAR-SOBRANTES
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6023' TO REG-OPER-PROGRAMA-E
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

       10000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF NOT WSS-FS-PAGOS-OK
