      *archivo digan siempre lo mismo. Hasta ahora estas dos o tres
      *apelaciones por anio se resolvian editando el archivo a mano
      *y sin rastro.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - Cada entrada de ESTADO-OVERRIDE.DAT lleva al final el
      *   codigo del operador identificado, para el informe de actividad
      *   por operador (OPERACT)
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-AUD-ESTADO-NUEVO             PIC X(01).
           05 REG-AUD-AUTORIZACION             PIC X(06).
           05 REG-AUD-MOTIVO                   PIC X(20).
      *EL OPERADOR VA AL FINAL DEL REGISTRO: LAS ENTRADAS ESCRITAS
      *ANTES DE AGREGARLO SE LEEN CON OPERADOR EN BLANCO
           05 REG-AUD-OPERADOR                 PIC X(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ESTADO                        PIC X(02).
       01 WSV-MOTIVO-E                         PIC X(20).
       01 WSV-SEGUIR                           PIC X(01).
       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-ESTADOS
           IF WSV-CONT-ESTADOS = 0
               DISPLAY 'ESTADO-ACADEMICO.DAT VACIO O INEXISTENTE, '
           END-IF
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'ESTOVERR' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 40000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

       10000-CARGAR-ESTADOS.
           OPEN INPUT ESTADO-ACADEMICO
           IF NOT WSS-FS-ESTADO-OK
               MOVE WSV-ESTADO-NUEVO-E TO REG-AUD-ESTADO-NUEVO
               MOVE WSV-AUTORIZACION-E TO REG-AUD-AUTORIZACION
               MOVE WSV-MOTIVO-E TO REG-AUD-MOTIVO
               MOVE WSV-OPERADOR TO REG-AUD-OPERADOR
               WRITE REG-AUDITORIA
               IF NOT WSS-FS-AUDITORIA-OK
                   DISPLAY 'ERROR EN EL WRITE DE '
