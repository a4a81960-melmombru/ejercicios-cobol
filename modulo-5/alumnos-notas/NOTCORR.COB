      *   NOTANEW.DAT (marca FIN y cantidad) y se niega a corregir
      *   un archivo truncado; el regrabado vuelve a escribir el
      *   trailer con la cantidad de notas grabadas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
      * 2026 09 - La nota lleva su tipo (O ordinaria / R
      *   recuperatorio): la clave de busqueda lo incluye, para
      *   en BLOQUEO.DAT via RUTLOCK: con la ventana batch en curso
      *   el programa no abre nada para actualizar; la marca se
      *   levanta al salir.
      * 2026 10 - Una nota cuyo anio/mes cae en un termino cerrado
      *   por TERMCIER no se corrige ni se anula, salvo autorizacion
      *   de un operador de direccion (codigo y clave via RUTOPER);
      *   cada correccion hecha con esa autorizacion queda asentada
      *   en TERMLOG.DAT con el operador y quien autorizo.
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. NOTCORR.
                                   ASSIGN TO DISK 'NOTACORR.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CORR.

       SELECT OPTIONAL TERMLOG     ASSIGN TO DISK 'TERMLOG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-TERMLOG.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 REG-COR-NOTA-NUEVA               PIC 9(02).
           05 REG-COR-MOTIVO                   PIC X(03).
           05 REG-COR-OPERADOR                 PIC X(03).

       FD TERMLOG.
       COPY REG-CIERLOG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-NOTAS                         PIC X(02).
       01 WSS-FS-CORR                          PIC X(02).
           88 WSS-FS-CORR-OK                           VALUE '00' '05'.

       01 WSS-FS-TERMLOG                       PIC X(02).
           88 WSS-FS-TERMLOG-OK                        VALUE '00' '05'.

       01 WSC-MAX-NOTAS                        PIC 9(04) VALUE 1000.
       01 WSV-CONT-NOTAS                       PIC S9(4) COMP VALUE 0.

       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADAS-NT                 PIC S9(4) COMP.

       01 WSV-TERMINO-BLOQUEADO                PIC X(01).
           88 WSS-TERMINO-BLOQUEADO                    VALUE 'S'.
       01 WSV-EXCEP-CIERRE                     PIC X(01).
           88 WSS-EXCEP-CIERRE                         VALUE 'S'.
       01 WSV-AUTORIZADO                       PIC X(01).
           88 WSS-AUTORIZADO                           VALUE 'S'.
       01 WSV-AUTORIZANTE                      PIC X(03).

       01 WSV-TRAILER-VISTO                    PIC X(01).
           88 WSS-TRAILER-VISTO                    VALUE 'S'.
       01 WSV-TRA-CANT                         PIC 9(05).
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01  WSC-RUTCICLO                        PIC X(08)
                                                       VALUE "RUTCICLO".
       COPY REG-CICLO.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       COPY REG-NOTA.
       COPY REG-LOCK.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'NOTCORR' TO REG-OPER-PROGRAMA-E
           SET WSS-OPER-MODIFICA TO TRUE
           MOVE SPACES TO WSV-OPERADOR
           PERFORM UNTIL WSV-OPERADOR NOT= SPACES
               DISPLAY 'INGRESE CODIGO DE OPERADOR: '
           PERFORM 21000-BUSCAR-NOTA
           IF WSS-BUSQUEDA-OK
               DISPLAY 'NOTA ACTUAL: ' WST-NC-NOTA(IND-NC)
               PERFORM 21500-VERIFICAR-TERMINO-CERRADO
               IF NOT WSS-TERMINO-BLOQUEADO
                   PERFORM 22000-PEDIR-ACCION
               END-IF
           ELSE
               DISPLAY 'NO EXISTE UNA NOTA CON ESA CLAVE'
           END-IF
               SET IND-NC DOWN BY 1
           END-IF.

      *SI EL PERIODO DE LA NOTA CAE EN UN TERMINO CERRADO POR
      *TERMCIER LA NOTA SOLO SE CORRIGE CON AUTORIZACION DE
      *DIRECCION, QUE SE ASIENTA EN TERMLOG.DAT CON LA CORRECCION
       21500-VERIFICAR-TERMINO-CERRADO.
           MOVE 'N' TO WSV-TERMINO-BLOQUEADO
           MOVE 'N' TO WSV-EXCEP-CIERRE
           SET WSS-CICLO-CERRADO-P TO TRUE
           COMPUTE REG-CICLO-PERIODO-E = WSV-ANIO-E * 100 + WSV-MES-E
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF WSS-CICLO-CERRADO
               DISPLAY 'EL TERMINO ' REG-CICLO-TERMINO-R ' DE '
                       REG-CICLO-ANIO-R ' ESTA CERRADO'
               PERFORM 27000-AUTORIZAR-DIRECCION
               IF WSS-AUTORIZADO
                   SET WSS-EXCEP-CIERRE TO TRUE
               ELSE
                   SET WSS-TERMINO-BLOQUEADO TO TRUE
                   DISPLAY 'NO SE CORRIGE: TERMINO CERRADO'
               END-IF
           END-IF.

      *PIDE LA ACCION A REALIZAR SOBRE LA NOTA ENCONTRADA
       22000-PEDIR-ACCION.
           DISPLAY '1. REEMPLAZAR LA NOTA'
                           'CORRECCIONES'
                   DISPLAY 'FILE STATUS ' WSS-FS-CORR
               END-IF
           END-IF
           IF WSS-EXCEP-CIERRE
               PERFORM 25500-REGISTRAR-EXCEP-CIERRE
           END-IF.

      *ASIENTA EN TERMLOG.DAT LA CORRECCION HECHA EN UN TERMINO
      *CERRADO, CON EL OPERADOR Y EL DE DIRECCION QUE AUTORIZO
       25500-REGISTRAR-EXCEP-CIERRE.
           ACCEPT REG-CLG-FECHA FROM DATE YYYYMMDD
           SET WSS-CLG-EXCEPCION TO TRUE
           MOVE REG-CICLO-ANIO-R TO REG-CLG-ANIO
           MOVE REG-CICLO-TERMINO-R TO REG-CLG-TERMINO
           MOVE 'NOTCORR ' TO REG-CLG-PROGRAMA
           MOVE WSV-OPERADOR TO REG-CLG-OPERADOR
           MOVE WSV-AUTORIZANTE TO REG-CLG-AUTORIZANTE
           MOVE WST-NC-NRO-ALUMNO(IND-NC) TO REG-CLG-NRO-ALUMNO
           MOVE WST-NC-NRO-MATERIA(IND-NC) TO REG-CLG-NRO-MATERIA
           COMPUTE REG-CLG-PERIODO = WST-NC-ANIO(IND-NC) * 100 +
                   WST-NC-MES(IND-NC)
           IF WSV-OPCION-ACCION = 2
               MOVE 'ANULACION DE NOTA' TO REG-CLG-MOTIVO
           ELSE
               MOVE 'REEMPLAZO DE NOTA' TO REG-CLG-MOTIVO
           END-IF
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

      *APLICA EN EL MAESTRO INDEXADO LA CORRECCION RECIEN HECHA:
               END-IF
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

      *REGRABA NOTANEW.DAT COMPLETO, SIN LOS REGISTROS ANULADOS Y
      *CON LAS NOTAS YA REEMPLAZADAS
       30000-GRABAR-NOTAS.
