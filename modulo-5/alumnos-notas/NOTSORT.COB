      *   fuera de orden) y regraba con procedimiento de salida, con
      *   el trailer actualizado. Los contadores del informe final
      *   son los mismos de siempre.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-INICIAR-CORRIDA
           PERFORM 06000-TOMAR-VENTANA-BATCH
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-VERIFICAR-ARCHIVO
           IF WSV-CONT-NOTAS = 0
               DISPLAY 'NOTANEW.DAT VACIO, NADA PARA ORDENAR'
           SET WSS-CORRIDA-COMPLETA TO TRUE
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'NOTSORT' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 50000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *TOMA LA MARCA DE VENTANA BATCH; CON UNA SESION INTERACTIVA
      *ABIERTA EL PASO NO ARRANCA
       06000-TOMAR-VENTANA-BATCH.
