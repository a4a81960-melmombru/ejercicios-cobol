      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Revision de las equivalencias EQUIVALENCIAS.DAT
      *que carga PASEENT con las notas que trae un alumno de otra
      *escuela. Por cada equivalencia pendiente se confirma o corrige
      *la materia nuestra que le corresponde (validada via RUTMAT) y
      *se aprueba o se rechaza, quedando la fecha y el operador de la
      *revision. Solo las aprobadas cuentan para las correlatividades
      *(INSCRIP, NOTAS) y para la promocion (PROMOANU).
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. EQUIVREV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL EQUIVALENCIAS
                                   ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EQUIV.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD EQUIVALENCIAS.
       COPY REG-EQUIV.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-EQUIV                     PIC X(02).
           88 WSS-FS-EQUIV-OK                  VALUE '00' '05'.
           88 WSS-FS-EQUIV-EOF                 VALUE '10'.

       01 WSC-MAX-EQUIV                    PIC 9(04) VALUE 1000.
       01 WSV-CONT-EQUIV                   PIC S9(4) COMP VALUE 0.
       01 WST-EQUIVALENCIAS.
           05 WST-EQUIVALENCIA      OCCURS 1000 TIMES INDEXED BY IND.
               10 WST-EQ-NRO-ALUMNO        PIC 9(04).
               10 WST-EQ-ESCUELA           PIC X(20).
               10 WST-EQ-MAT-ORIGEN        PIC X(25).
               10 WST-EQ-NRO-MATERIA       PIC 9(02).
               10 WST-EQ-ANIO              PIC 9(04).
               10 WST-EQ-MES               PIC 9(02).
               10 WST-EQ-NOTA              PIC 9(02).
               10 WST-EQ-ESTADO            PIC X(01).
                   88 WSS-EQ-PENDIENTE             VALUE 'P'.
                   88 WSS-EQ-APROBADA              VALUE 'A'.
                   88 WSS-EQ-RECHAZADA             VALUE 'R'.
               10 WST-EQ-FECHA-REVISION    PIC 9(08).
               10 WST-EQ-OPER-REVISION     PIC X(03).

       01 WSV-NRO-ALU-E                    PIC 9(04).
       01 WSV-NRO-MAT-E                    PIC 9(02).
       01 WSV-DECISION-E                   PIC X(01).
           88 WSS-DECISION-APRUEBA             VALUE 'A' 'a'.
           88 WSS-DECISION-RECHAZA             VALUE 'R' 'r'.
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADAS                PIC 9(04) VALUE 0.
       01 WSV-FECHA-HOY                    PIC 9(08).
       01 WSV-ESTADO-TEXTO                 PIC X(09).
       01 WSV-MATERIA-TEXTO                PIC X(25).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTMAT                      PIC X(06) VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
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
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'EQUIVREV' TO REG-OPER-PROGRAMA-E
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

      *CARGA LA TABLA DE MATERIAS PARA VALIDAR LA MATERIA ASIGNADA
       05000-CARGAR-TABLA-MAT.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF.

       10000-CARGAR-TABLA.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT EQUIVALENCIAS
           IF NOT WSS-FS-EQUIV-OK
               DISPLAY 'ERROR EN EL OPEN DE EQUIVALENCIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-EQUIV-EOF
           CLOSE EQUIVALENCIAS.

       11000-LEER-Y-CARGAR.
           READ EQUIVALENCIAS
           IF WSS-FS-EQUIV-OK
               IF WSV-CONT-EQUIV >= WSC-MAX-EQUIV
                   DISPLAY 'EQUIVALENCIAS.DAT NO ENTRA EN MEMORIA, NO '
                           'SE PUEDE REVISAR'
                   CLOSE EQUIVALENCIAS
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-EQUIV
               SET IND TO WSV-CONT-EQUIV
               MOVE REG-EQV-NRO-ALUMNO TO WST-EQ-NRO-ALUMNO(IND)
               MOVE REG-EQV-ESCUELA TO WST-EQ-ESCUELA(IND)
               MOVE REG-EQV-MAT-ORIGEN TO WST-EQ-MAT-ORIGEN(IND)
               MOVE REG-EQV-NRO-MATERIA TO WST-EQ-NRO-MATERIA(IND)
               MOVE REG-EQV-ANIO TO WST-EQ-ANIO(IND)
               MOVE REG-EQV-MES TO WST-EQ-MES(IND)
               MOVE REG-EQV-NOTA TO WST-EQ-NOTA(IND)
               MOVE REG-EQV-ESTADO TO WST-EQ-ESTADO(IND)
               MOVE REG-EQV-FECHA-REVISION
                   TO WST-EQ-FECHA-REVISION(IND)
               MOVE REG-EQV-OPER-REVISION TO WST-EQ-OPER-REVISION(IND)
           END-IF.

       20000-MENU.
           DISPLAY '1. LISTAR EQUIVALENCIAS PENDIENTES'
           DISPLAY '2. REVISAR LAS PENDIENTES DE UN ALUMNO'
           DISPLAY '3. LISTAR EQUIVALENCIAS DE UN ALUMNO'
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-LISTAR-PENDIENTES
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-REVISAR-ALUMNO
                   END-IF
               WHEN 3 PERFORM 25000-LISTAR-DE-UN-ALUMNO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *LISTA TODAS LAS EQUIVALENCIAS QUE FALTA REVISAR
       21000-LISTAR-PENDIENTES.
           MOVE 0 TO WSV-CONT-LISTADAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EQUIV
               IF WSS-EQ-PENDIENTE(IND)
                   PERFORM 26000-MOSTRAR-EQUIVALENCIA
                   ADD 1 TO WSV-CONT-LISTADAS
               END-IF
           END-PERFORM
           DISPLAY 'PENDIENTES: ' WSV-CONT-LISTADAS.

      *RECORRE LAS PENDIENTES DEL ALUMNO PIDIENDO LA MATERIA NUESTRA
      *Y LA DECISION DE CADA UNA
       22000-REVISAR-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           MOVE 0 TO WSV-CONT-LISTADAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EQUIV
               IF WST-EQ-NRO-ALUMNO(IND) = WSV-NRO-ALU-E
                       AND WSS-EQ-PENDIENTE(IND)
                   ADD 1 TO WSV-CONT-LISTADAS
                   PERFORM 26000-MOSTRAR-EQUIVALENCIA
                   PERFORM 23000-ASIGNAR-MATERIA
                   PERFORM 24000-DECIDIR
               END-IF
           END-PERFORM
           IF WSV-CONT-LISTADAS = 0
               DISPLAY 'EL ALUMNO NO TIENE EQUIVALENCIAS PENDIENTES'
           END-IF.

      *PIDE LA MATERIA NUESTRA; 00 MANTIENE LA PROPUESTA. SE REPITE
      *HASTA QUE LA MATERIA EXISTA EN materias.dat
       23000-ASIGNAR-MATERIA.
           DISPLAY 'MATERIA NUESTRA (00 MANTIENE '
                   WST-EQ-NRO-MATERIA(IND) '): '
           ACCEPT WSV-NRO-MAT-E
           IF WSV-NRO-MAT-E NOT= 0
               MOVE "B" TO WSS-OPCION-MAT
               MOVE WSV-NRO-MAT-E TO REG-NRO-MAT-E
               CALL WSC-RUTMAT USING REGISTRO-MATERIA
               IF WSS-MAT-OK
                   MOVE WSV-NRO-MAT-E TO WST-EQ-NRO-MATERIA(IND)
                   ADD 1 TO WSV-CONT-CAMBIOS
                   DISPLAY 'MATERIA: ' REG-DESCRIP-MAT-R
               ELSE
                   DISPLAY 'NO EXISTE UNA MATERIA CON ESE NUMERO'
                   PERFORM 23000-ASIGNAR-MATERIA
               END-IF
           END-IF.

      *APRUEBA O RECHAZA LA EQUIVALENCIA, O LA DEJA PENDIENTE; SIN
      *MATERIA NUESTRA ASIGNADA NO SE PUEDE APROBAR
       24000-DECIDIR.
           DISPLAY 'A APRUEBA / R RECHAZA / ENTER LA DEJA PENDIENTE: '
           MOVE SPACE TO WSV-DECISION-E
           ACCEPT WSV-DECISION-E
           EVALUATE TRUE
               WHEN WSS-DECISION-APRUEBA
                       AND WST-EQ-NRO-MATERIA(IND) = 0
                   DISPLAY 'SIN MATERIA NUESTRA ASIGNADA NO SE PUEDE '
                           'APROBAR, QUEDA PENDIENTE'
               WHEN WSS-DECISION-APRUEBA
                   MOVE 'A' TO WST-EQ-ESTADO(IND)
                   PERFORM 24100-FIRMAR-REVISION
                   DISPLAY 'EQUIVALENCIA APROBADA'
               WHEN WSS-DECISION-RECHAZA
                   MOVE 'R' TO WST-EQ-ESTADO(IND)
                   PERFORM 24100-FIRMAR-REVISION
                   DISPLAY 'EQUIVALENCIA RECHAZADA'
               WHEN OTHER
                   DISPLAY 'QUEDA PENDIENTE'
           END-EVALUATE.

       24100-FIRMAR-REVISION.
           MOVE WSV-FECHA-HOY TO WST-EQ-FECHA-REVISION(IND)
           MOVE WSV-OPERADOR TO WST-EQ-OPER-REVISION(IND)
           ADD 1 TO WSV-CONT-CAMBIOS.

      *LISTA TODAS LAS EQUIVALENCIAS DEL ALUMNO CON SU ESTADO
       25000-LISTAR-DE-UN-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           MOVE 0 TO WSV-CONT-LISTADAS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-EQUIV
               IF WST-EQ-NRO-ALUMNO(IND) = WSV-NRO-ALU-E
                   PERFORM 26000-MOSTRAR-EQUIVALENCIA
                   ADD 1 TO WSV-CONT-LISTADAS
               END-IF
           END-PERFORM
           IF WSV-CONT-LISTADAS = 0
               DISPLAY 'EL ALUMNO NO TIENE EQUIVALENCIAS'
           END-IF.

       26000-MOSTRAR-EQUIVALENCIA.
           EVALUATE TRUE
               WHEN WSS-EQ-APROBADA(IND)
                   MOVE 'APROBADA' TO WSV-ESTADO-TEXTO
               WHEN WSS-EQ-RECHAZADA(IND)
                   MOVE 'RECHAZADA' TO WSV-ESTADO-TEXTO
               WHEN OTHER
                   MOVE 'PENDIENTE' TO WSV-ESTADO-TEXTO
           END-EVALUATE
           MOVE 'SIN ASIGNAR' TO WSV-MATERIA-TEXTO
           IF WST-EQ-NRO-MATERIA(IND) NOT= 0
               MOVE "B" TO WSS-OPCION-MAT
               MOVE WST-EQ-NRO-MATERIA(IND) TO REG-NRO-MAT-E
               CALL WSC-RUTMAT USING REGISTRO-MATERIA
               IF WSS-MAT-OK
                   MOVE REG-DESCRIP-MAT-R TO WSV-MATERIA-TEXTO
               END-IF
           END-IF
           DISPLAY WST-EQ-NRO-ALUMNO(IND) ' ' WST-EQ-ESCUELA(IND)
                   ' ' WST-EQ-MAT-ORIGEN(IND) ' '
                   WST-EQ-MES(IND) '/' WST-EQ-ANIO(IND) ' NOTA '
                   WST-EQ-NOTA(IND)
           DISPLAY '     -> ' WST-EQ-NRO-MATERIA(IND) ' '
                   WSV-MATERIA-TEXTO ' ' WSV-ESTADO-TEXTO.

      *REGRABA EQUIVALENCIAS.DAT COMPLETO SI HUBO CAMBIOS
       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS = 0
               DISPLAY 'NO SE REALIZARON CAMBIOS, NO SE REGRABA'
           ELSE
               OPEN OUTPUT EQUIVALENCIAS
               IF NOT WSS-FS-EQUIV-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE '
                           'EQUIVALENCIAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-EQUIV
                       PERFORM 31000-GRABAR-UNA
                   END-PERFORM
                   CLOSE EQUIVALENCIAS
                   DISPLAY 'CAMBIOS GRABADOS EN EQUIVALENCIAS.DAT'
               END-IF
           END-IF.

       31000-GRABAR-UNA.
           MOVE WST-EQ-NRO-ALUMNO(IND) TO REG-EQV-NRO-ALUMNO
           MOVE WST-EQ-ESCUELA(IND) TO REG-EQV-ESCUELA
           MOVE WST-EQ-MAT-ORIGEN(IND) TO REG-EQV-MAT-ORIGEN
           MOVE WST-EQ-NRO-MATERIA(IND) TO REG-EQV-NRO-MATERIA
           MOVE WST-EQ-ANIO(IND) TO REG-EQV-ANIO
           MOVE WST-EQ-MES(IND) TO REG-EQV-MES
           MOVE WST-EQ-NOTA(IND) TO REG-EQV-NOTA
           MOVE WST-EQ-ESTADO(IND) TO REG-EQV-ESTADO
           MOVE WST-EQ-FECHA-REVISION(IND) TO REG-EQV-FECHA-REVISION
           MOVE WST-EQ-OPER-REVISION(IND) TO REG-EQV-OPER-REVISION
           WRITE REG-EQUIVALENCIA
           IF NOT WSS-FS-EQUIV-OK
               DISPLAY 'ERROR EN EL WRITE DE EQUIVALENCIAS'
               DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
