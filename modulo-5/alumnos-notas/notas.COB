      *   la misma pantalla (mismos controles que el modo mes/anio
      *   de RUTFECHA); la busqueda de materia por descripcion sigue
      *   disponible ingresando materia 00.
      * 2026 10 - Un recuperatorio aprobado cancela via RUTPREV la
      *   materia previa pendiente que el alumno tenga de esa
      *   materia en PREVIAS.DAT (armado por PROMOANU).
      * 2026 10 - Una nota cuyo anio/mes cae en un termino cerrado
      *   por TERMCIER se rechaza, salvo autorizacion de un operador
      *   de direccion (codigo y clave via RUTOPER); cada nota
      *   grabada con esa autorizacion queda asentada en TERMLOG.DAT
      *   con el operador y quien autorizo.
      * 2026 10 - El promedio en la materia requerida por las
      *   correlatividades suma tambien las notas traidas por pase de
      *   otra escuela que EQUIVREV aprobo en EQUIVALENCIAS.DAT.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECT OPTIONAL EXCEPCIONES ASSIGN TO DISK 'CORREXCEP.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EXCEPCION.

       SELECT OPTIONAL EQUIVALENCIAS
                                   ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EQUIV.

       SELECT OPTIONAL TERMLOG     ASSIGN TO DISK 'TERMLOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-TERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-EXC-NRO-REQUERIDA             PIC 9(02).
           05 REG-EXC-MOTIVO                    PIC X(20).
           05 REG-EXC-OPERADOR                  PIC X(03).

       FD EQUIVALENCIAS.
       COPY REG-EQUIV.

       FD TERMLOG.
       COPY REG-CIERLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-NOTAS                     PIC X(02).
       01 WSS-FS-EXCEPCION                 PIC X(02).
           88 WSS-FS-EXCEPCION-OK              VALUE '00' '05'.

       01 WSS-FS-EQUIV                     PIC X(02).
           88 WSS-FS-EQUIV-OK                  VALUE '00' '05'.
           88 WSS-FS-EQUIV-EOF                 VALUE '10'.

       01 WSS-FS-TERMLOG                   PIC X(02).
           88 WSS-FS-TERMLOG-OK                VALUE '00' '05'.

       01 WSC-MAX-CORRELATIVAS             PIC 9(03) VALUE 100.
       01 WSV-CONT-CORRELATIVAS            PIC S9(4) COMP VALUE 0.
       01 WST-CORRELATIVAS.
       01 WSV-MOTIVO-E                     PIC X(20).
       01 WSV-REQUERIDA-ACTUAL             PIC 9(02).

       01 WSV-TERMINO-BLOQUEADO            PIC X(01).
           88 WSS-TERMINO-BLOQUEADO                VALUE 'S'.
       01 WSV-EXCEP-CIERRE                 PIC X(01).
           88 WSS-EXCEP-CIERRE                     VALUE 'S'.
       01 WSV-AUTORIZADO                   PIC X(01).
           88 WSS-AUTORIZADO                       VALUE 'S'.
       01 WSV-AUTORIZANTE                  PIC X(03).

       01 WSV-NRO-ALUMNO-E                 PIC 9(04).
       01 WSV-NOTA-E                       PIC 9(02).
       01 WSV-SEGUIR                       PIC X(01).
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01  WSC-RUTPREV                         PIC X(07)
                                                       VALUE "RUTPREV".
       COPY REG-PREV.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       COPY REG-CICLO.
       COPY REG-LOCK.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'NOTAS' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-ALTA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
       20000-INGRESAR-NOTA.
           PERFORM 21000-INGRESAR-DATOS
           IF NOT WSS-PANT-CANCELADA
               PERFORM 22000-VERIFICAR-TERMINO-CERRADO
           END-IF
           IF NOT WSS-PANT-CANCELADA AND NOT WSS-TERMINO-BLOQUEADO
               PERFORM 23500-VALIDAR-INSCRIPCION
               IF WSS-INSCRIPTO
                   PERFORM 26000-VERIFICAR-CORRELATIVAS
               DISPLAY WSV-ST-TEXTO-MAT
           END-IF.

      *SI EL PERIODO DE LA NOTA CAE EN UN TERMINO CERRADO POR
      *TERMCIER LA NOTA SOLO SIGUE CON AUTORIZACION DE DIRECCION,
      *QUE SE ASIENTA EN TERMLOG.DAT AL GRABAR LA NOTA
       22000-VERIFICAR-TERMINO-CERRADO.
           MOVE 'N' TO WSV-TERMINO-BLOQUEADO
           MOVE 'N' TO WSV-EXCEP-CIERRE
           SET WSS-CICLO-CERRADO-P TO TRUE
           COMPUTE REG-CICLO-PERIODO-E = WSV-ANIO-PANT * 100 +
                   WSV-MES-PANT
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-CERRADO
               DISPLAY 'EL TERMINO ' REG-CICLO-TERMINO-R ' DE '
                       REG-CICLO-ANIO-R ' ESTA CERRADO'
               PERFORM 27000-AUTORIZAR-DIRECCION
               IF WSS-AUTORIZADO
                   SET WSS-EXCEP-CIERRE TO TRUE
               ELSE
                   SET WSS-TERMINO-BLOQUEADO TO TRUE
                   DISPLAY 'NOTA RECHAZADA: TERMINO CERRADO'
               END-IF
           END-IF.

      *BUSCA EN LA TABLA DE INSCRIPCIONES QUE EL ALUMNO ESTE
      *INSCRIPTO EN LA MATERIA INGRESADA PARA EL ANIO DE LA NOTA
       23500-VALIDAR-INSCRIPCION.
                   TO WST-NOTA-REG(WSV-CONT-NOTAS-TABLA)
               ADD 1 TO WSV-CONT-GRABADAS
               PERFORM 24500-GRABAR-NOTA-MAESTRO
               PERFORM 24700-CANCELAR-PREVIA
               IF WSS-EXCEP-CIERRE
                   PERFORM 24900-REGISTRAR-EXCEP-CIERRE
               END-IF
               DISPLAY 'NOTA REGISTRADA'
           END-IF.

               END-IF
           END-IF.

      *UN RECUPERATORIO APROBADO CANCELA LA PREVIA PENDIENTE DE LA
      *MATERIA, SI EL ALUMNO LA TIENE
       24700-CANCELAR-PREVIA.
           IF WSV-NN-TIPO = 'R'
               SET WSS-PREV-CANCELAR TO TRUE
               MOVE WSV-NN-NRO-ALUMNO TO REG-PREV-NRO-ALUMNO
               MOVE WSV-NN-NRO-MATERIA TO REG-PREV-NRO-MATERIA
               MOVE WSV-NN-ANIO TO REG-PREV-ANIO-NOTA
               MOVE WSV-NN-NOTA TO REG-PREV-NOTA
               MOVE WSV-NN-TIPO TO REG-PREV-TIPO-NOTA
               CALL WSC-RUTPREV USING REGISTRO-PREVIA
               EVALUATE TRUE
                   WHEN WSS-PREV-ERROR
                       DISPLAY 'PREVIAS: ' WSV-ST-TEXTO-PREV
                   WHEN REG-PREV-CANCELADAS NOT= 0
                       DISPLAY 'SE CANCELA LA PREVIA DEL ANIO '
                               REG-PREV-ANIO-ORIGEN
               END-EVALUATE
           END-IF.

      *ASIENTA EN TERMLOG.DAT LA NOTA GRABADA EN UN TERMINO CERRADO,
      *CON EL OPERADOR QUE LA CARGO Y EL DE DIRECCION QUE AUTORIZO
       24900-REGISTRAR-EXCEP-CIERRE.
           ACCEPT REG-CLG-FECHA FROM DATE YYYYMMDD
           SET WSS-CLG-EXCEPCION TO TRUE
           MOVE REG-CICLO-ANIO-R TO REG-CLG-ANIO
           MOVE REG-CICLO-TERMINO-R TO REG-CLG-TERMINO
           MOVE 'NOTAS   ' TO REG-CLG-PROGRAMA
           MOVE WSV-OPERADOR TO REG-CLG-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-CLG-AUTORIZANTE
           MOVE WSV-NN-NRO-ALUMNO TO REG-CLG-NRO-ALUMNO
           MOVE WSV-NN-NRO-MATERIA TO REG-CLG-NRO-MATERIA
           COMPUTE REG-CLG-PERIODO = WSV-NN-ANIO * 100 + WSV-NN-MES
           MOVE 'CARGA DE NOTA' TO REG-CLG-MOTIVO
           OPEN EXTEND TERMLOG
           IF NOT WSS-FS-TERMLOG-OK
               DISPLAY 'ERROR EN EL OPEN DE TERMLOG.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-TERMLOG
           ELSE
               WRITE REG-CIERRE-LOG
               IF NOT WSS-FS-TERMLOG-OK
                   DISPLAY 'ERROR EN EL WRITE DE TERMLOG.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-TERMLOG
               END-IF
               CLOSE TERMLOG
           END-IF.

      *VERIFICA QUE EL ALUMNO TENGA PROMEDIO DE APROBACION EN CADA
      *MATERIA REQUERIDA POR LA MATERIA DE LA NOTA, SEGUN SU HISTORIA
      *YA GRABADA EN NOTANEW.DAT. CADA REQUISITO QUE NO SE CUMPLE
               PERFORM 26210-LEER-Y-ACUMULAR-REQ
                   UNTIL WSS-FS-HISTORIA-EOF
               CLOSE HISTORIA-NOTAS
               PERFORM 26220-ACUMULAR-EQUIVALENCIAS
               IF WSV-CONT-REQUERIDA NOT= 0
                   COMPUTE WSV-PROM-REQUERIDA = WSV-ACUM-REQUERIDA /
                           WSV-CONT-REQUERIDA
               END-IF
           END-IF.

      *SUMA LAS NOTAS TRAIDAS POR PASE DE OTRA ESCUELA QUE EQUIVREV
      *APROBO PARA LA MATERIA REQUERIDA (LAS PENDIENTES NO CUENTAN)
       26220-ACUMULAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               PERFORM 26230-LEER-Y-ACUMULAR-EQV
                   UNTIL WSS-FS-EQUIV-EOF
               CLOSE EQUIVALENCIAS
           END-IF.

       26230-LEER-Y-ACUMULAR-EQV.
           READ EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               IF WSS-EQV-APROBADA
                       AND REG-EQV-NRO-ALUMNO = WSV-NRO-ALUMNO-E
                       AND REG-EQV-NRO-MATERIA = WSV-REQUERIDA-ACTUAL
                   ADD REG-EQV-NOTA TO WSV-ACUM-REQUERIDA
                   ADD 1 TO WSV-CONT-REQUERIDA
               END-IF
           END-IF.

      *ASIENTA LA EXCEPCION AUTORIZADA EN CORREXCEP.DAT CON FECHA,
      *ALUMNO, MATERIA, MATERIA REQUERIDA Y MOTIVO
       26300-REGISTRAR-EXCEPCION.
               DISPLAY 'EXCEPCION REGISTRADA EN CORREXCEP.DAT'
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       27000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA NO AUTORIZAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E NOT= SPACES
               MOVE SPACES TO REG-OPER-CLAVE-E
               PERFORM UNTIL REG-OPER-CLAVE-E NOT= SPACES
                   DISPLAY 'INGRESE CLAVE DE AUTORIZACION: '
                   ACCEPT REG-OPER-CLAVE-E
               END-PERFORM
               CALL WSC-RUTOPER USING REGISTRO-OPERADOR
               MOVE SPACES TO REG-OPER-CLAVE-E
               IF WSS-OPER-OK
                   SET WSS-AUTORIZADO TO TRUE
                   MOVE REG-OPER-CODIGO-E TO WSV-AUTORIZANTE
                   DISPLAY 'AUTORIZA: ' REG-OPER-NOMBRE-R
               ELSE
                   DISPLAY 'AUTORIZACION RECHAZADA: '
                           WSV-ST-TEXTO-OPER
               END-IF
           END-IF.

      *REGRABA NOTANEW.DAT COMPLETO (NOTAS VIEJAS MAS NUEVAS) CON SU
      *TRAILER E INFORMA CUANTAS NOTAS SE GRABARON EN LA CORRIDA
       30000-CERRAR-ARCHIVO-NOTAS.
