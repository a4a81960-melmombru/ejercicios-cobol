      *huerfana y dejar trabada la cadena o las pantallas. El
      *operador confirma y todas las marcas se levantan. Usar solo
      *cuando se verifico que no hay nada realmente corriendo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01  WSC-RUTLOCK                 PIC X(07) VALUE "RUTLOCK".
       COPY REG-LOCK.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.

       01 WSV-CONFIRMA-E               PIC X(01).
           88 WSS-LIMPIEZA-CONFIRMADA      VALUE 'S' 's'.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           DISPLAY 'ESTO LEVANTA TODAS LAS MARCAS DE BLOQUEO.DAT.'
           DISPLAY 'VERIFICO QUE NO HAY NADA CORRIENDO (S/N)? '
           ACCEPT WSV-CONFIRMA-E
               DISPLAY 'LIMPIEZA CANCELADA'
           END-IF
           STOP RUN.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'LOCKLIMP' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-BAJA TO TRUE
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
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM.
