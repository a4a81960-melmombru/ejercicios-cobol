      *extracto de EJES6006 lo muestra en su propia linea. Incluye
      *el listado permanente de disputas abiertas por antiguedad
      *(via RUTDIAS), para que se resuelvan en vez de estacionarse.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - MOVCLI.DAT lleva al final la fecha original del
      *   movimiento (REG-MOV-FECHA-ORIGEN) cuando se lo asento en el
      *   periodo abierto porque su mes estaba cerrado por EJES6042;
      *   cero en los demas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD MOVIMIENTOS.
       01 REG-MOVIMIENTO.
           05 REG-MOV-NRO-CLIENTE  PIC 9(08).
           05 REG-MOV-FECHA        PIC 9(08).
           05 REG-MOV-TIPO         PIC X(01).
           05 REG-MOV-IMPORTE      PIC 9(05)V9(02).
               88 WSS-MOV-EN-DISPUTA       VALUE 'S'.
           05 REG-MOV-FECHA-DISP   PIC 9(08).
           05 REG-MOV-MOTIVO-DISP  PIC X(20).
           05 REG-MOV-FECHA-ORIGEN PIC 9(08).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MOVIMIENTOS       PIC X(02).
       01 WST-MOVIMIENTOS.
           05 WST-MOV-ITEM         OCCURS 1000 TIMES
                                   INDEXED BY IND-MO.
               10 WST-MO-REGISTRO      PIC X(61).

       01 WSV-MOV-VISTA.
           05 WSV-MO-NRO-CLIENTE   PIC 9(08).
           05 WSV-MO-FECHA         PIC 9(08).
           05 WSV-MO-TIPO          PIC X(01).
           05 WSV-MO-IMPORTE       PIC 9(05)V9(02).
           05 WSV-MO-DISPUTA       PIC X(01).
           05 WSV-MO-FECHA-DISP    PIC 9(08).
           05 WSV-MO-MOTIVO-DISP   PIC X(20).
           05 WSV-MO-FECHA-ORIGEN  PIC 9(08).

       01 WSV-OPCION-MENU          PIC 9(01).
       01 WSV-NRO-CLI-E            PIC 9(08).
       01 WSV-FECHA-E              PIC 9(08).
       01 WSV-IMPORTE-E            PIC 9(05)V9(02).
       01 WSV-MOTIVO-E             PIC X(20).

       01  WSC-RUTDIAS             PIC X(07) VALUE "RUTDIAS".
       COPY REG-DIAS.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-MOVIMIENTOS
           IF WSV-CONT-MOV = 0
               DISPLAY 'MOVCLI.DAT VACIO O INEXISTENTE'
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6029' TO REG-OPER-PROGRAMA-E
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
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *PERMISO DEL ROL DEL OPERADOR PARA LA ACCION DE LA OPCION
      *ELEGIDA; EL RECHAZO QUEDA EN PERMISOS-LOG.DAT
       02100-VERIFICAR-PERMISO.
           MOVE WSV-OPERADOR TO REG-OPER-CODIGO-E
           MOVE SPACES TO REG-OPER-CLAVE-E
           CALL WSC-RUTOPER USING REGISTRO-OPERADOR
           IF NOT WSS-OPER-OK
               DISPLAY 'OPERACION NO PERMITIDA: ' WSV-ST-TEXTO-OPER
           END-IF.

       10000-CARGAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS
           IF NOT WSS-FS-MOVIMIENTOS-OK
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 30000-MARCAR-DISPUTA
                   END-IF
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 40000-LEVANTAR-DISPUTA
                   END-IF
               WHEN 3 PERFORM 50000-LISTAR-ABIERTAS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
