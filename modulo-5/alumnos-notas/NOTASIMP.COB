      *   las rechazadas quedan en NOTAS_RECHAZOS.CSV con la fila
      *   original y el motivo, para corregir y reenviar solo los
      *   rechazos.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Una fila cuyo anio/mes cae en un termino cerrado
      *   por TERMCIER se rechaza (TERMINO CERRADO), salvo que al
      *   arrancar se informe la autorizacion de un operador de
      *   direccion (codigo y clave via RUTOPER); con ella las filas
      *   de terminos cerrados se aceptan y cada una queda asentada
      *   en TERMLOG.DAT con el operador que autorizo.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                                   'NOTAS_RECHAZOS.CSV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-RECHAZOS.

       SELECT OPTIONAL TERMLOG     ASSIGN TO DISK 'TERMLOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-TERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD RECHAZOS.
       01 REG-RECHAZO              PIC X(120).

       FD TERMLOG.
       COPY REG-CIERLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-IMPORTACION           PIC X(02).
       01 WSS-FS-RECHAZOS              PIC X(02).
           88 WSS-FS-RECHAZOS-OK           VALUE '00' '05'.

       01 WSS-FS-TERMLOG               PIC X(02).
           88 WSS-FS-TERMLOG-OK            VALUE '00' '05'.

       01 WSV-LONG-LINEA               PIC 9(02).

      *INSCRIPCIONES CARGADAS PARA VALIDAR CADA FILA
       01 WSV-CONT-LEIDAS              PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-ACEPTADAS           PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECHAZADAS          PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-EXCEP-CIERRE        PIC S9(4) COMP VALUE 0.

      *AUTORIZACION DE DIRECCION PARA FILAS DE TERMINOS CERRADOS
       01 WSV-AUTORIZADO               PIC X(01) VALUE 'N'.
           88 WSS-AUTORIZADO               VALUE 'S'.
       01 WSV-AUTORIZANTE              PIC X(03) VALUE SPACES.
       01 WSV-EXCEP-CIERRE             PIC X(01).
           88 WSS-EXCEP-CIERRE             VALUE 'S'.

       01 WSV-LINEA.
           05 FILLER                   PIC X(50) VALUE ALL "*".
       01  WSC-RUTMAT                  PIC X(06) VALUE "RUTMAT".
       01  WSC-RUTNOTA                 PIC X(07) VALUE "RUTNOTA".
       01  WSC-RUTCICLO                PIC X(08) VALUE "RUTCICLO".
       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-MAT.
       COPY REG-NOTA.
       COPY REG-CICLO.
       COPY REG-OPER.

       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLA-MAT
           PERFORM 06000-CARGAR-INSCRIPCIONES
           PERFORM 07000-CARGAR-CORRELATIVAS
           PERFORM 08000-PEDIR-AUTORIZACION
           PERFORM 10000-CARGAR-NOTANEW
           PERFORM 15000-ABRIR-MAESTRO-NOTAS
           PERFORM 20000-PROCESAR-IMPORTACION
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'NOTASIMP' TO REG-OPER-PROGRAMA-E
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

      *CARGA LA TABLA DE MATERIAS VIA RUTMAT; SIN MATERIAS NO SE
      *IMPORTA NADA
       05000-CARGAR-TABLA-MAT.
               PERFORM FIN-DEL-PROGRAMA
           END-IF.

      *PIDE, OPCIONALMENTE, LA AUTORIZACION DE DIRECCION PARA
      *ACEPTAR FILAS DE TERMINOS CERRADOS; SIN ELLA ESAS FILAS SE
      *RECHAZAN
       08000-PEDIR-AUTORIZACION.
           DISPLAY 'FILAS DE TERMINOS CERRADOS: CODIGO DEL '
                   'OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA RECHAZARLAS): '
           MOVE SPACES TO REG-OPER-CODIGO-E
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
                   DISPLAY 'LAS FILAS DE TERMINOS CERRADOS SE '
                           'RECHAZAN'
               END-IF
           END-IF.

      *LEE INSCRIPCIONES.DAT COMPLETO Y LO CARGA EN MEMORIA
       06000-CARGAR-INSCRIPCIONES.
           OPEN INPUT INSCRIPCIONES
                       END-IF
                   END-IF
           END-EVALUATE
           IF WSV-MOTIVO-RECHAZO = SPACES
               PERFORM 22150-VERIFICAR-TERMINO-CERRADO
           END-IF
           IF WSV-MOTIVO-RECHAZO NOT= SPACES
               MOVE 'N' TO WSV-FILA-VALIDA
           END-IF.

      *UNA FILA DE UN TERMINO CERRADO POR TERMCIER SOLO SE ACEPTA
      *CON LA AUTORIZACION DE DIRECCION INFORMADA AL ARRANCAR
       22150-VERIFICAR-TERMINO-CERRADO.
           MOVE 'N' TO WSV-EXCEP-CIERRE
           SET WSS-CICLO-CERRADO-P TO TRUE
           COMPUTE REG-CICLO-PERIODO-E = WSV-ANIO-NUM * 100 +
                   WSV-MES-NUM
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-CERRADO
               IF WSS-AUTORIZADO
                   SET WSS-EXCEP-CIERRE TO TRUE
               ELSE
                   MOVE 'TERMINO CERRADO' TO WSV-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *RECHAZA LA FILA SI YA HAY UNA NOTA CON LA MISMA CLAVE
      *ALUMNO/MATERIA/ANIO/MES (GRABADA O ACEPTADA EN ESTA CORRIDA)
       22200-VALIDAR-DUPLICADO.
                   TO WST-NOTA-REG(WSV-CONT-NOTAS-TABLA)
               ADD 1 TO WSV-CONT-ACEPTADAS
               PERFORM 23100-GRABAR-NOTA-MAESTRO
               IF WSS-EXCEP-CIERRE
                   PERFORM 23200-REGISTRAR-EXCEP-CIERRE
               END-IF
           END-IF.

      *GRABA LA MISMA NOTA EN EL MAESTRO INDEXADO VIA RUTNOTA
               END-IF
           END-IF.

      *ASIENTA EN TERMLOG.DAT LA FILA ACEPTADA EN UN TERMINO
      *CERRADO, CON EL OPERADOR DE DIRECCION QUE AUTORIZO
       23200-REGISTRAR-EXCEP-CIERRE.
           ADD 1 TO WSV-CONT-EXCEP-CIERRE
           ACCEPT REG-CLG-FECHA FROM DATE YYYYMMDD
           SET WSS-CLG-EXCEPCION TO TRUE
           MOVE REG-CICLO-ANIO-R TO REG-CLG-ANIO
           MOVE REG-CICLO-TERMINO-R TO REG-CLG-TERMINO
           MOVE 'NOTASIMP' TO REG-CLG-PROGRAMA
           MOVE WSV-AUTORIZANTE TO REG-CLG-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-CLG-AUTORIZANTE
           MOVE WSV-NV-NRO-ALUMNO TO REG-CLG-NRO-ALUMNO
           MOVE WSV-NV-NRO-MATERIA TO REG-CLG-NRO-MATERIA
           COMPUTE REG-CLG-PERIODO = WSV-NV-ANIO * 100 + WSV-NV-MES
           MOVE 'IMPORTACION DE NOTA' TO REG-CLG-MOTIVO
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

      *DEJA LA FILA ORIGINAL EN EL ARCHIVO DE RECHAZOS CON EL
      *MOTIVO AL FINAL, PARA CORREGIR Y REENVIAR SOLO LOS RECHAZOS
       24000-RECHAZAR-FILA.
           DISPLAY 'FILAS LEIDAS:     ' WSV-CONT-LEIDAS
           DISPLAY 'FILAS ACEPTADAS:  ' WSV-CONT-ACEPTADAS
           DISPLAY 'FILAS RECHAZADAS: ' WSV-CONT-RECHAZADAS
           IF WSV-CONT-EXCEP-CIERRE > 0
               DISPLAY 'ACEPTADAS EN TERMINO CERRADO: '
                       WSV-CONT-EXCEP-CIERRE ' (AUTORIZO '
                       WSV-AUTORIZANTE ', VER TERMLOG.DAT)'
           END-IF
           IF WSV-CONT-RECHAZADAS > 0
               DISPLAY 'LOS RECHAZOS QUEDARON EN NOTAS_RECHAZOS.CSV '
                       'CON SU MOTIVO'
