      *posteadas y marca el convenio CUMPLIDO al postear la ultima.
      *El ultimo periodo posteado queda en el propio convenio, asi
      *una re-corrida del mismo mes no duplica cargos.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave de
      *   CLIENTES.DAT; los archivos con la clave vieja de 2 digitos se
      *   convierten una vez con EJES6031.
      * 2026 10 - Si el mes del periodo a postear ya fue cerrado por
      *   EJES6042 (consulta a RUTPERIO) ofrece postear las cuotas con
      *   la fecha del periodo abierto, dejando la fecha de cargo en el
      *   nuevo REG-MOV-FECHA-ORIGEN; si no se acepta no postea.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD CONVENIOS.
       01 REG-CONVENIO.
           05 REG-CVN-NRO-CLIENTE  PIC 9(08).
           05 REG-CVN-FECHA-ALTA   PIC 9(08).
           05 REG-CVN-TOTAL        PIC 9(07)V9(02).
           05 REG-CVN-CANT-CUOTAS  PIC 9(02).

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
       01 WSS-FS-CONVENIOS         PIC X(02).
       01 WSV-CONT-CONVENIOS       PIC S9(4) COMP VALUE 0.
       01 WST-CONVENIOS.
           05 WST-CONVENIO-ITEM    OCCURS 100 TIMES INDEXED BY IND.
               10 WST-CV-REGISTRO      PIC X(50).

       01 WSV-CONVENIO-VISTA.
           05 WSV-CV-NRO-CLIENTE   PIC 9(08).
           05 WSV-CV-FECHA-ALTA    PIC 9(08).
           05 WSV-CV-TOTAL         PIC 9(07)V9(02).
           05 WSV-CV-CANT-CUOTAS   PIC 9(02).

       01 WSV-PERIODO-E            PIC 9(06).
       01 WSV-FECHA-CARGO          PIC 9(08).

      *SI EL MES DEL CARGO YA ESTA CERRADO (EJES6042) LAS CUOTAS VAN
      *CON LA FECHA DEL PERIODO ABIERTO Y LA DEL CARGO COMO REFERENCIA
       01 WSV-FECHA-ORIGEN         PIC 9(08) VALUE 0.
       01 WSV-CONFIRMA-PERIODO     PIC X(01).
           88 WSS-CONFIRMA-PERIODO     VALUE 'S' 's'.
       01  WSC-RUTPERIO            PIC X(08) VALUE "RUTPERIO".
       COPY REG-PERIO.
       01 WSV-CONT-POSTEADAS       PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-SALTEADOS       PIC S9(4) COMP VALUE 0.
       01 WSV-SUB-CV               PIC 9(03).

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           DISPLAY 'INGRESE PERIODO A POSTEAR (AAAAMM): '
           ACCEPT WSV-PERIODO-E
           COMPUTE WSV-FECHA-CARGO = WSV-PERIODO-E * 100 + 10
           PERFORM 05000-VERIFICAR-PERIODO
           PERFORM 10000-CARGAR-CONVENIOS
           IF WSV-CONT-CONVENIOS = 0
               DISPLAY 'CONVENIOS.DAT VACIO O INEXISTENTE, NADA '
           END-IF
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6025' TO REG-OPER-PROGRAMA-E
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
                       PERFORM FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

       05000-VERIFICAR-PERIODO.
           SET WSS-PERIODO-FECHA TO TRUE
           MOVE WSV-FECHA-CARGO TO REG-PERIO-FECHA
           CALL WSC-RUTPERIO USING REGISTRO-PERIODO
           IF WSS-PERIO-ERROR
               DISPLAY 'PERIODO INVALIDO: ' WSV-PERIODO-E
               PERFORM FIN-DEL-PROGRAMA
           END-IF
           IF WSS-PERIODO-CERRADO
               DISPLAY 'EL PERIODO ' WSV-PERIODO-E ' ESTA CERRADO'
               DISPLAY 'POSTEAR LAS CUOTAS CON FECHA '
                       REG-PERIO-FECHA-R ' (S/N)? '
               ACCEPT WSV-CONFIRMA-PERIODO
               IF NOT WSS-CONFIRMA-PERIODO
                   DISPLAY 'NO SE POSTEAN CUOTAS'
                   PERFORM FIN-DEL-PROGRAMA
               END-IF
               MOVE WSV-FECHA-CARGO TO WSV-FECHA-ORIGEN
               MOVE REG-PERIO-FECHA-R TO WSV-FECHA-CARGO
           END-IF.

       10000-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF NOT WSS-FS-CONVENIOS-OK
           MOVE 'N' TO REG-MOV-DISPUTA
           MOVE 0 TO REG-MOV-FECHA-DISP
           MOVE SPACES TO REG-MOV-MOTIVO-DISP
           MOVE WSV-FECHA-ORIGEN TO REG-MOV-FECHA-ORIGEN
           WRITE REG-MOVIMIENTO
           IF NOT WSS-FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR EN EL WRITE DE MOVCLI.DAT'
