      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Pase de entrada de un alumno que viene de otra
      *escuela: lee el archivo de pase que trae (layout fijo de
      *REG-PASE, verificando el cierre con la cantidad de notas), da
      *de alta al alumno en ALUMNOS.IDX con el numero que se le
      *asigna y carga cada nota del pase en EQUIVALENCIAS.DAT con la
      *materia de la escuela de origen, la materia nuestra que le
      *corresponde (si la descripcion coincide exacta con una de
      *materias.dat; si no queda en 00) y la nota, todas pendientes
      *de revision. Las notas solo cuentan para correlatividades y
      *promocion cuando EQUIVREV las aprueba.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El alta por pase deja la fecha de nacimiento y el sexo
      *   en blanco; se completan despues desde ALUMANT.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PASEENT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL ALUMNOS     ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.

       SELECT ARCHIVO-PASE         ASSIGN TO DYNAMIC WSV-NOMBRE-PASE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-PASE.

       SELECT OPTIONAL EQUIVALENCIAS
                                   ASSIGN TO DISK 'EQUIVALENCIAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-EQUIV.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ALUMNOS.
       COPY REG-ALUM.

       FD ARCHIVO-PASE.
       COPY REG-PASE.

       FD EQUIVALENCIAS.
       COPY REG-EQUIV.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00' '05'.

       01 WSS-FS-PASE                          PIC X(02).
           88 WSS-FS-PASE-OK                           VALUE '00'.
           88 WSS-FS-PASE-EOF                          VALUE '10'.

       01 WSS-FS-EQUIV                         PIC X(02).
           88 WSS-FS-EQUIV-OK                          VALUE '00' '05'.

       01 WSV-NOMBRE-PASE                      PIC X(20).

      *CABECERA DEL PASE Y CONTROL DE SU CIERRE
       01 WSV-CABECERA-VISTA                   PIC X(01) VALUE 'N'.
           88 WSS-CABECERA-VISTA                       VALUE 'S'.
       01 WSV-CIERRE-VISTO                     PIC X(01) VALUE 'N'.
           88 WSS-CIERRE-VISTO                         VALUE 'S'.
       01 WSV-PASE-VALIDO                      PIC X(01) VALUE 'N'.
           88 WSS-PASE-VALIDO                          VALUE 'S'.
       01 WSV-CANT-DECLARADA                   PIC 9(04) VALUE 0.
       01 WSV-CAB-NOMBRE                       PIC X(23).
       01 WSV-CAB-NRO-PAIS                     PIC 9(03).
       01 WSV-CAB-CURSO                        PIC X(02).
       01 WSV-CAB-FECHA                        PIC 9(08).

      *NOTAS QUE TRAE EL PASE
       01 WSC-MAX-NOTAS-PASE                   PIC 9(03) VALUE 300.
       01 WSV-CONT-NOTAS-PASE                  PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS-PASE.
           05 WST-NOTA-PASE       OCCURS 300 TIMES INDEXED BY IND-NP.
               10 WST-NP-MATERIA               PIC X(25).
               10 WST-NP-ANIO                  PIC 9(04).
               10 WST-NP-MES                   PIC 9(02).
               10 WST-NP-NOTA                  PIC 9(02).

       01 WSV-NRO-ALU-E                        PIC 9(04).
       01 WSV-CURSO-E                          PIC X(02).
       01 WSV-NRO-PAIS-E                       PIC 9(03).
       01 WSV-ESCUELA-E                        PIC X(20).
       01 WSV-NRO-MAT-MAPEADA                  PIC 9(02).
       01 WSV-SUB-COINC                        PIC 9(02).
       01 WSV-CONT-CAMBIOS                     PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS                    PIC S9(4) COMP.
       01 WSV-CONT-MAPEADAS                    PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-EQUIV                       PIC S9(4) COMP VALUE 0.

       COPY REG-TRAILER.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                         PIC X(03) VALUE SPACES.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTPAIS                         PIC X(07)
                                                       VALUE "RUTPAIS".
       COPY REG-PAIS.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-CARGAR-TABLAS
           PERFORM 10000-CARGAR-ARCHIVO-PASE
           IF WSS-PASE-VALIDO
               PERFORM 15000-ABRIR-MAESTRO
               PERFORM 20000-PEDIR-DATOS-ALTA
               PERFORM 21000-GRABAR-ALTA
               IF WSS-ALUX-ST-OK
                   PERFORM 30000-GRABAR-EQUIVALENCIAS
               END-IF
               PERFORM 60000-CERRAR-Y-REGENERAR
           END-IF
           PERFORM 70000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'PASEENT' TO REG-OPER-PROGRAMA-E
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
                       PERFORM 70000-FIN-DEL-PROGRAMA
                   END-IF
               END-IF
           END-PERFORM.

      *CARGA LAS TABLAS DE MATERIAS Y DE PAISES
       05000-CARGAR-TABLAS.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE "A" TO WSS-OPCION-PAIS
           CALL WSC-RUTPAIS USING REGISTRO-PAIS
           IF NOT WSS-PAIS-OK
               DISPLAY WSV-ST-TEXTO-PAIS
               DISPLAY WSV-ST-RETORNO-PAIS
           END-IF.

      *PIDE EL NOMBRE DEL ARCHIVO DE PASE Y LO CARGA COMPLETO; SIN
      *CABECERA, SIN CIERRE O CON UNA CANTIDAD DE NOTAS QUE NO
      *COINCIDE NO SE DA DE ALTA AL ALUMNO
       10000-CARGAR-ARCHIVO-PASE.
           MOVE SPACES TO WSV-NOMBRE-PASE
           PERFORM UNTIL WSV-NOMBRE-PASE NOT= SPACES
               DISPLAY 'INGRESE EL NOMBRE DEL ARCHIVO DE PASE '
                       '(EJ PASE0012.DAT): '
               ACCEPT WSV-NOMBRE-PASE
           END-PERFORM
           OPEN INPUT ARCHIVO-PASE
           IF NOT WSS-FS-PASE-OK
               DISPLAY 'ERROR EN EL OPEN DE ' WSV-NOMBRE-PASE
               DISPLAY 'FILE STATUS ' WSS-FS-PASE
               PERFORM 70000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR-PASE UNTIL WSS-FS-PASE-EOF
           CLOSE ARCHIVO-PASE
           EVALUATE TRUE
               WHEN NOT WSS-CABECERA-VISTA
                   DISPLAY 'EL ARCHIVO NO EMPIEZA CON LA CABECERA '
                           'DEL PASE, NO SE PROCESA'
               WHEN NOT WSS-CIERRE-VISTO
                   DISPLAY 'EL ARCHIVO DE PASE NO TRAE CIERRE, PUEDE '
                           'ESTAR TRUNCADO, NO SE PROCESA'
               WHEN WSV-CANT-DECLARADA NOT= WSV-CONT-NOTAS-PASE
                   DISPLAY 'EL CIERRE DECLARA ' WSV-CANT-DECLARADA
                           ' NOTAS Y SE LEYERON ' WSV-CONT-NOTAS-PASE
                           ', NO SE PROCESA'
               WHEN OTHER
                   SET WSS-PASE-VALIDO TO TRUE
                   DISPLAY 'PASE DE ' WSV-CAB-NOMBRE ' CURSO '
                           WSV-CAB-CURSO ' DEL ' WSV-CAB-FECHA ', '
                           WSV-CONT-NOTAS-PASE ' NOTAS'
           END-EVALUATE.

       11000-LEER-Y-CARGAR-PASE.
           READ ARCHIVO-PASE
           IF WSS-FS-PASE-OK
               EVALUATE TRUE
                   WHEN WSS-PAS-CABECERA AND NOT WSS-CABECERA-VISTA
                       SET WSS-CABECERA-VISTA TO TRUE
                       MOVE REG-PAS-NOMBRE TO WSV-CAB-NOMBRE
                       MOVE REG-PAS-NRO-PAIS TO WSV-CAB-NRO-PAIS
                       MOVE REG-PAS-CURSO TO WSV-CAB-CURSO
                       MOVE REG-PAS-FECHA TO WSV-CAB-FECHA
                   WHEN NOT WSS-CABECERA-VISTA
                       MOVE HIGH-VALUE TO WSS-FS-PASE
                   WHEN WSS-PAS-NOTA
                       PERFORM 12000-AGREGAR-NOTA-PASE
                   WHEN WSS-PAS-CIERRE
                       SET WSS-CIERRE-VISTO TO TRUE
                       MOVE REG-PAS-CANT-NOTAS TO WSV-CANT-DECLARADA
                   WHEN OTHER
                       DISPLAY 'REGISTRO DE PASE DESCONOCIDO: '
                               REG-PASE
               END-EVALUATE
           END-IF.

       12000-AGREGAR-NOTA-PASE.
           IF WSV-CONT-NOTAS-PASE >= WSC-MAX-NOTAS-PASE
               DISPLAY 'DEMASIADAS NOTAS EN EL PASE, SE IGNORAN LAS '
                       'RESTANTES'
               MOVE HIGH-VALUE TO WSS-FS-PASE
           ELSE
               ADD 1 TO WSV-CONT-NOTAS-PASE
               SET IND-NP TO WSV-CONT-NOTAS-PASE
               MOVE REG-PAS-MATERIA TO WST-NP-MATERIA(IND-NP)
               MOVE REG-PAS-ANIO TO WST-NP-ANIO(IND-NP)
               MOVE REG-PAS-MES TO WST-NP-MES(IND-NP)
               MOVE REG-PAS-NOTA TO WST-NP-NOTA(IND-NP)
           END-IF.

      *ABRE EL MAESTRO INDEXADO ALUMNOS.IDX VIA RUTALUM PARA LEER Y
      *ACTUALIZAR POR CLAVE
       15000-ABRIR-MAESTRO.
           MOVE "OIO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
               DISPLAY 'ALUMNOS.IDX NO DISPONIBLE, RECONSTRUIRLO '
                       'CON ALUMCARG'
               PERFORM 70000-FIN-DEL-PROGRAMA
           END-IF.

      *PIDE EL NUMERO QUE SE LE ASIGNA (SIN REPETIR UNO EXISTENTE,
      *AUN DADO DE BAJA), EL CURSO (ENTER TOMA EL DEL PASE), EL PAIS
      *SI EL DEL PASE NO ESTA EN LA TABLA Y LA ESCUELA DE ORIGEN
       20000-PEDIR-DATOS-ALTA.
           MOVE 0 TO WSV-NRO-ALU-E
           PERFORM UNTIL WSV-NRO-ALU-E NOT= 0
               DISPLAY 'INGRESE NRO DE ALUMNO A ASIGNAR: '
               ACCEPT WSV-NRO-ALU-E
               MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
               MOVE "REA" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   DISPLAY 'YA EXISTE UN ALUMNO CON ESE NUMERO: '
                           REG-ALUX-R-NOMBRE
                   MOVE 0 TO WSV-NRO-ALU-E
               END-IF
           END-PERFORM
           MOVE SPACES TO WSV-CURSO-E
           DISPLAY 'INGRESE CURSO (ENTER PARA ' WSV-CAB-CURSO '): '
           ACCEPT WSV-CURSO-E
           IF WSV-CURSO-E = SPACES
               MOVE WSV-CAB-CURSO TO WSV-CURSO-E
           END-IF
           MOVE WSV-CAB-NRO-PAIS TO WSV-NRO-PAIS-E
           PERFORM 22000-VALIDAR-PAIS
           PERFORM UNTIL WSS-PAIS-OK
               DISPLAY 'INGRESE NRO DE PAIS: '
               ACCEPT WSV-NRO-PAIS-E
               PERFORM 22000-VALIDAR-PAIS
           END-PERFORM
           MOVE SPACES TO WSV-ESCUELA-E
           PERFORM UNTIL WSV-ESCUELA-E NOT= SPACES
               DISPLAY 'INGRESE LA ESCUELA DE ORIGEN: '
               ACCEPT WSV-ESCUELA-E
           END-PERFORM.

      *GRABA EL ALUMNO ACTIVO EN ALUMNOS.IDX CON EL NOMBRE DEL PASE
       21000-GRABAR-ALTA.
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE WSV-CAB-NOMBRE TO REG-ALUX-E-NOMBRE
           MOVE WSV-NRO-PAIS-E TO REG-ALUX-E-NRO-PAIS
           MOVE WSV-CURSO-E TO REG-ALUX-E-CURSO
           MOVE 'A' TO REG-ALUX-E-ESTADO
           MOVE 0 TO REG-ALUX-E-FECHA-BAJA
           MOVE 0 TO REG-ALUX-E-FECHA-NAC
           MOVE SPACE TO REG-ALUX-E-SEXO
           MOVE "WRI" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               ADD 1 TO WSV-CONT-CAMBIOS
               DISPLAY 'ALUMNO ' WSV-NRO-ALU-E ' DADO DE ALTA'
           ELSE
               DISPLAY 'NO SE PUDO DAR DE ALTA: ' WSV-ST-TEXTO-ALUX
           END-IF.

      *VALIDA EL NRO DE PAIS CONTRA nacionalidades.dat VIA RUTPAIS
       22000-VALIDAR-PAIS.
           MOVE "B" TO WSS-OPCION-PAIS
           MOVE WSV-NRO-PAIS-E TO REG-NRO-PAIS-E
           CALL WSC-RUTPAIS USING REGISTRO-PAIS
           IF WSS-PAIS-OK
               DISPLAY 'PAIS: ' REG-DESCRIP-PAIS-R
           ELSE
               DISPLAY 'NO EXISTE UN PAIS CON EL NUMERO '
                       WSV-NRO-PAIS-E ' EN nacionalidades.dat'
           END-IF.

      *AGREGA AL FINAL DE EQUIVALENCIAS.DAT UNA EQUIVALENCIA
      *PENDIENTE POR CADA NOTA DEL PASE
       30000-GRABAR-EQUIVALENCIAS.
           OPEN EXTEND EQUIVALENCIAS
           IF NOT WSS-FS-EQUIV-OK
               DISPLAY 'ERROR EN EL OPEN DE EQUIVALENCIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
               DISPLAY 'CARGAR LAS NOTAS DEL PASE A MANO CON EQUIVREV'
           ELSE
               PERFORM VARYING IND-NP FROM 1 BY 1
                       UNTIL IND-NP > WSV-CONT-NOTAS-PASE
                   PERFORM 31000-GRABAR-UNA-EQUIVALENCIA
               END-PERFORM
               CLOSE EQUIVALENCIAS
               DISPLAY 'EQUIVALENCIAS PENDIENTES DE REVISION: '
                       WSV-CONT-EQUIV ' (CON MATERIA PROPUESTA: '
                       WSV-CONT-MAPEADAS ')'
           END-IF.

       31000-GRABAR-UNA-EQUIVALENCIA.
           PERFORM 32000-MAPEAR-MATERIA
           MOVE SPACES TO REG-EQUIVALENCIA
           MOVE WSV-NRO-ALU-E TO REG-EQV-NRO-ALUMNO
           MOVE WSV-ESCUELA-E TO REG-EQV-ESCUELA
           MOVE WST-NP-MATERIA(IND-NP) TO REG-EQV-MAT-ORIGEN
           MOVE WSV-NRO-MAT-MAPEADA TO REG-EQV-NRO-MATERIA
           MOVE WST-NP-ANIO(IND-NP) TO REG-EQV-ANIO
           MOVE WST-NP-MES(IND-NP) TO REG-EQV-MES
           MOVE WST-NP-NOTA(IND-NP) TO REG-EQV-NOTA
           SET WSS-EQV-PENDIENTE TO TRUE
           MOVE 0 TO REG-EQV-FECHA-REVISION
           WRITE REG-EQUIVALENCIA
           IF WSS-FS-EQUIV-OK
               ADD 1 TO WSV-CONT-EQUIV
           ELSE
               DISPLAY 'ERROR EN EL WRITE DE EQUIVALENCIAS.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-EQUIV
           END-IF.

      *PROPONE LA MATERIA NUESTRA CUYA DESCRIPCION COINCIDE EXACTA
      *CON LA DE LA ESCUELA DE ORIGEN; SI NO HAY QUEDA EN 00 PARA
      *QUE LA ASIGNE QUIEN REVISA
       32000-MAPEAR-MATERIA.
           MOVE 0 TO WSV-NRO-MAT-MAPEADA
           MOVE "N" TO WSS-OPCION-MAT
           MOVE WST-NP-MATERIA(IND-NP) TO REG-DESCRIP-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF WSS-MAT-OK
               PERFORM VARYING WSV-SUB-COINC FROM 1 BY 1
                       UNTIL WSV-SUB-COINC > REG-MAT-R-CANT
                           OR WSV-NRO-MAT-MAPEADA NOT= 0
                   IF REG-MAT-R-DESC(WSV-SUB-COINC) =
                           WST-NP-MATERIA(IND-NP)
                       MOVE REG-MAT-R-NRO(WSV-SUB-COINC)
                           TO WSV-NRO-MAT-MAPEADA
                       ADD 1 TO WSV-CONT-MAPEADAS
                   END-IF
               END-PERFORM
           END-IF.

      *CIERRA EL INDEXADO Y, SI HUBO ALTA, REGENERA ALUMNOS.DAT
      *COMPLETO DESDE EL (CON SU TRAILER) PARA LA CADENA BATCH
       60000-CERRAR-Y-REGENERAR.
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSV-CONT-CAMBIOS > 0
               MOVE "OIN" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF NOT WSS-ALUX-ST-OK
                   DISPLAY WSV-ST-TEXTO-ALUX
                   DISPLAY WSV-ST-RETORNO-ALUX
               ELSE
                   OPEN OUTPUT ALUMNOS
                   IF NOT WSS-FS-ALUMNOS-OK
                       DISPLAY 'ERROR EN EL OPEN DE SALIDA DE ALUMNOS'
                       DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
                   ELSE
                       PERFORM 61000-REGENERAR-SECUENCIAL
                   END-IF
                   MOVE "CLO" TO WSS-OPCION-ALUX
                   CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               END-IF
           END-IF.

      *RECORRE ALUMNOS.IDX EN ORDEN DE NUMERO, ESCRIBE CADA ALUMNO
      *EN ALUMNOS.DAT Y CIERRA CON EL TRAILER
       61000-REGENERAR-SECUENCIAL.
           MOVE 0 TO WSV-CONT-GRABADOS
           MOVE 0 TO REG-ALUX-E-NRO-ALUMNO
           MOVE "STA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM UNTIL NOT WSS-ALUX-ST-OK
               MOVE "RNX" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   MOVE REG-ALUX-R TO REG-ALUMNOS
                   WRITE REG-ALUMNOS
                   IF WSS-FS-ALUMNOS-OK
                       ADD 1 TO WSV-CONT-GRABADOS
                   ELSE
                       DISPLAY 'ERROR EN EL WRITE DE SALIDA DE '
                               'ALUMNOS'
                       DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'FIN' TO REG-TRA-MARCA
           MOVE WSV-CONT-GRABADOS TO REG-TRA-CANT
           MOVE SPACES TO REG-ALUMNOS
           MOVE REG-TRAILER-VISTA TO REG-ALUMNOS(1:8)
           WRITE REG-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL WRITE DEL TRAILER'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           END-IF
           CLOSE ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL CLOSE DE SALIDA DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           ELSE
               DISPLAY 'ALUMNOS.DAT REGENERADO DESDE ALUMNOS.IDX: '
                       WSV-CONT-GRABADOS ' ALUMNOS'
           END-IF.

      *DA FIN AL PROGRAMA
       70000-FIN-DEL-PROGRAMA.
           STOP RUN.
