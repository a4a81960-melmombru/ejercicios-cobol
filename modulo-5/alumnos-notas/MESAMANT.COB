      *dia, que es exactamente el papelon que venimos arrastrando
      *armando las mesas en papel. El programa imprime el calendario
      *completo de mesas por curso y por docente.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - No se puede eliminar una mesa que ya tiene alumnos
      *   inscriptos en MESAINSC.DAT (inscripcion a mesas, MESAINSC):
      *   primero hay que anular las inscripciones; si el acta ya se
      *   cerro (MESAACTA) la mesa no se puede eliminar mas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL MESAS           ASSIGN TO DISK 'MESAS.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MESAS.

       SELECT OPTIONAL MESA-INSC       ASSIGN TO DISK 'MESAINSC.DAT'
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS IS WSS-FS-MESA-INSC.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-MSA-CURSO                PIC X(02).
           05 REG-MSA-FECHA                PIC 9(08).
           05 REG-MSA-NRO-DOCENTE          PIC 9(03).

       FD MESA-INSC.
       COPY REG-MESAINS.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MESAS                     PIC X(02).
           88 WSS-FS-MESAS-OK                  VALUE '00' '05'.
           88 WSS-FS-MESAS-EOF                 VALUE '10'.

       01 WSS-FS-MESA-INSC                 PIC X(02).
           88 WSS-FS-MESA-INSC-OK              VALUE '00' '05'.
           88 WSS-FS-MESA-INSC-EOF             VALUE '10'.
       01 WSV-CONT-INSCRIPTOS              PIC 9(04).
       01 WSV-CONT-CALIFICADOS             PIC 9(04).

       01 WSV-CONT-MESAS                   PIC S9(4) COMP.
       01 WSC-MAX-MESAS                    PIC 9(03) VALUE 200.

       COPY REG-DOC.
       COPY REG-HABIL.
       COPY REG-SORT.

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'MESAMANT' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 40000-FIN-DEL-PROGRAMA
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

      *LLAMA A LA RUTINA DE MATERIAS PARA PODER VALIDAR LA MATERIA
      *DE CADA MESA Y MOSTRAR SU DESCRIPCION EN LOS CALENDARIOS
       05000-CARGAR-TABLA-MAT.
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-AGREGAR-MESA
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-ELIMINAR-MESA
                   END-IF
               WHEN 3 PERFORM 24000-CALENDARIO-POR-CURSO
               WHEN 4 PERFORM 25000-CALENDARIO-POR-DOCENTE
               WHEN 9 CONTINUE
           END-PERFORM
           IF WSS-BUSQUEDA-OK
               COMPUTE IND = IND - 1
               PERFORM 23100-CONTAR-INSCRIPTOS
               EVALUATE TRUE
                   WHEN WSV-CONT-CALIFICADOS NOT= 0
                       DISPLAY 'EL ACTA DE LA MESA YA ESTA CERRADA, '
                               'NO SE PUEDE ELIMINAR'
                   WHEN WSV-CONT-INSCRIPTOS NOT= 0
                       DISPLAY 'LA MESA TIENE ' WSV-CONT-INSCRIPTOS
                               ' INSCRIPTOS, ANULARLOS ANTES CON '
                               'MESAINSC'
                   WHEN OTHER
                       MOVE 'S' TO WST-MSA-BAJA(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'MESA ELIMINADA'
               END-EVALUATE
           ELSE
               DISPLAY 'NO EXISTE UNA MESA CON ESOS DATOS'
           END-IF.

      *CUENTA LOS INSCRIPTOS DE LA MESA EN MESAINSC.DAT, Y CUANTOS
      *YA TIENEN RESULTADO (ACTA CERRADA)
       23100-CONTAR-INSCRIPTOS.
           MOVE 0 TO WSV-CONT-INSCRIPTOS
           MOVE 0 TO WSV-CONT-CALIFICADOS
           OPEN INPUT MESA-INSC
           IF NOT WSS-FS-MESA-INSC-OK
               DISPLAY 'ERROR EN EL OPEN DE MESAINSC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
           ELSE
               PERFORM 23110-LEER-INSCRIPTO
                   UNTIL WSS-FS-MESA-INSC-EOF
               CLOSE MESA-INSC
           END-IF.

       23110-LEER-INSCRIPTO.
           READ MESA-INSC
           IF WSS-FS-MESA-INSC-OK
               IF REG-MIN-NRO-MATERIA = WSV-NRO-MATERIA-E
                       AND REG-MIN-CURSO = WSV-CURSO-E
                       AND REG-MIN-FECHA = WSV-FECHA-E
                   ADD 1 TO WSV-CONT-INSCRIPTOS
                   IF NOT WSS-MIN-INSCRIPTO
                       ADD 1 TO WSV-CONT-CALIFICADOS
                   END-IF
               END-IF
           END-IF.

      *ORDENA LA TABLA DE MESAS POR FECHA VIA RUTSORT, PARA QUE LOS
      *CALENDARIOS SALGAN EN ORDEN CRONOLOGICO
       23500-ORDENAR-POR-FECHA.
