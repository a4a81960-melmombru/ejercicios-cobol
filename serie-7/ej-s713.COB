      * 2026 09 - La cuenta lleva un limite de credito (REG-LIMITE,
      *   0 = sin limite) que se pide en el alta; EJES6011 lo
      *   controla antes de facturar y EJES6009 lista los excedidos.
      * 2026 10 - El nro de cliente pasa a 8 digitos, la misma clave
      *   de CLIENTES.DAT; los archivos con la clave vieja de 2
      *   digitos se convierten una vez con EJES6031.

      *escritura indexado

      *Periodo facturado (Alfanumérico de 6 caracteres – Formato AAAAMM)
      *Monto facturado (5 enteros y 2 decimales con signo).

      * 2026 10 - REG-SALDO lleva signo: un saldo negativo es saldo a
      *   favor del cliente.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       FD SALIDA1.
       01 REG-SALIDA1.
           05 REG-NRO-CLIENTE      PIC 9(08).
           05 REG-NOMBRE           PIC X(30).
           05 REG-SALDO            PIC S9(05)V9(02).
           05 REG-LIMITE           PIC 9(05)V9(02).
      *-----------------------
       WORKING-STORAGE SECTION.
           88 WSS-NO-SEGUIR        VALUE 'N' 'n'.

       01 WSV-ENTRADA.
           05 WSV-NRO-CLIENTE      PIC 9(08).
           05 WSV-NOMBRE           PIC X(30).
           05 WSV-SALDO            PIC 9(05)V9(02).
           05 WSV-LIMITE           PIC 9(05)V9(02).


       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-ABRIR-ARCHIVO
           PERFORM INGRESO-DE-DATOS
           PERFORM 30000-CERRAR-ARCHIVO
           PERFORM INFORMAR-CANT-REGS-LEIDOS
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EJES6001' TO REG-OPER-PROGRAMA-E
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
           
       INGRESO-DE-DATOS.
           PERFORM UNTIL WSV-SEGUIR = 'N' OR WSV-SEGUIR = 'n'
