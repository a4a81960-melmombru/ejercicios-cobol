      *completo con su trailer, y se imprime el listado antes/despues
      *por curso para la firma de direccion, que hasta ahora
      *conseguia lo mismo editando el archivo a mano.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La tabla de alumnos toma el registro completo de
      *   REG-ALUM, que suma la fecha de nacimiento y el sexo, para no
      *   perderlos al regrabar.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WSV-CONT-ALUMNOS                     PIC S9(4) COMP VALUE 0.
       01 WST-ALUMNOS.
           05 WST-ALUMNO          OCCURS 200 TIMES INDEXED BY IND-AL.
               10 WST-AL-REGISTRO              PIC X(50).
               10 WST-AL-CURSO-ANTES           PIC X(02).
               10 WST-AL-CURSO-DESPUES         PIC X(02).
               10 WST-AL-ESTADO-PROM           PIC X(01).

       01 WSV-LINEA.
           05 FILLER                           PIC X(78) VALUE ALL "*".

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-SECUENCIA
           PERFORM 15000-CARGAR-ALUMNOS
           PERFORM 20000-APLICAR-ESTADOS
           END-IF
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'CURSOROT' TO REG-OPER-PROGRAMA-E
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

      *LEE LA TABLA DE SECUENCIA DE CURSOS; SIN SECUENCIA NO SE ROTA
       10000-CARGAR-SECUENCIA.
           OPEN INPUT SECUENCIA
