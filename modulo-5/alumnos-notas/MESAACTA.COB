      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Acta de examen de las mesas de MESAS.DAT. Imprime
      *   el acta de una mesa via RUTLIST (ACTAmmccaaaammdd.LIS) con
      *   los alumnos inscriptos en MESAINSC.DAT (cargados por
      *   MESAINSC): mientras el acta esta abierta las columnas de
      *   nota salen en blanco para completar a mano en la mesa.
      *   Despues se cargan los resultados (nota de 0 a 10 o AU
      *   ausente) y se cierra el acta: cada nota se agrega a
      *   NOTANEW.DAT como nota de mesa (tipo F) fechada en el mes de
      *   la mesa, y a NOTAS.IDX via RUTNOTA; MESAINSC.DAT queda con el
      *   resultado de cada inscripto y ACTAS.DAT con el acta cerrada,
      *   su numero y el docente de la mesa en MESAS.DAT. Un acta
      *   cerrada es de solo lectura: se puede reimprimir, ya con las
      *   notas, pero no volver a cargar.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Cada nota de mesa aprobada cancela via RUTPREV la
      *   materia previa pendiente del alumno en PREVIAS.DAT.
      * 2026 10 - Si el docente de la mesa esta ausente ese dia en la
      *   materia y curso (SUPLENCIAS.DAT, via RUTDOC), el acta sale
      *   con el suplente, indicando a quien suple.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El acta queda en el catalogo del spool a nombre de
      *   MESAACTA y del operador que la emitio
      * 2026 10 - El nombre y curso de cada inscripto se leen por clave
      *   en el maestro indexado ALUMNOS.IDX via RUTALUM en lugar de
      *   cargar ALUMNOS.DAT entero en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MESAACTA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL MESAS       ASSIGN TO DISK 'MESAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-MESAS.

       SELECT OPTIONAL ACTAS       ASSIGN TO DISK 'ACTAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ACTAS.

       SELECT OPTIONAL MESA-INSC   ASSIGN TO DISK 'MESAINSC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-MESA-INSC.

       SELECT OPTIONAL SALIDA-NOTAS
                                   ASSIGN TO DISK 'NOTANEW.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-NOTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD MESAS.
       01 REG-MESA.
           05 REG-MSA-NRO-MATERIA          PIC 9(02).
           05 REG-MSA-CURSO                PIC X(02).
           05 REG-MSA-FECHA                PIC 9(08).
           05 REG-MSA-NRO-DOCENTE          PIC 9(03).

       FD ACTAS.
       COPY REG-ACTA.

       FD MESA-INSC.
       COPY REG-MESAINS.

       FD SALIDA-NOTAS.
       01 REG-NOTAS.
           05 REG-NOT-NRO-ALUMNO           PIC 9(04).
           05 REG-NOT-NRO-MATERIA          PIC 9(02).
           05 REG-NOT-ANIO                 PIC 9(04).
           05 REG-NOT-MES                  PIC 9(02).
           05 REG-NOT-NOTA                 PIC 9(02).
           05 REG-NOT-TIPO                 PIC X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MESAS                     PIC X(02).
           88 WSS-FS-MESAS-OK                  VALUE '00' '05'.
           88 WSS-FS-MESAS-EOF                 VALUE '10'.

       01 WSS-FS-ACTAS                     PIC X(02).
           88 WSS-FS-ACTAS-OK                  VALUE '00' '05'.
           88 WSS-FS-ACTAS-EOF                 VALUE '10'.

       01 WSS-FS-MESA-INSC                 PIC X(02).
           88 WSS-FS-MESA-INSC-OK              VALUE '00' '05'.
           88 WSS-FS-MESA-INSC-EOF             VALUE '10'.

       01 WSS-FS-NOTAS                     PIC X(02).
           88 WSS-FS-NOTAS-OK                  VALUE '00' '05'.
           88 WSS-FS-NOTAS-EOF                 VALUE '10'.

      *MESA PEDIDA Y SU ACTA (SI YA ESTA CERRADA)
       01 WSV-CLAVE-MESA-E.
           05 WSV-NRO-MATERIA-E            PIC 9(02).
           05 WSV-CURSO-E                  PIC X(02).
           05 WSV-FECHA-E                  PIC 9(08).
           05 WSV-FECHA-E-R REDEFINES WSV-FECHA-E.
               10 WSV-FECHA-E-ANIO         PIC 9(04).
               10 WSV-FECHA-E-MES          PIC 9(02).
               10 WSV-FECHA-E-DIA          PIC 9(02).
       01 WSV-NRO-DOCENTE-MESA             PIC 9(03).
       01 WSV-MESA-ENCONTRADA              PIC X(01).
           88 WSS-MESA-ENCONTRADA              VALUE 'S'.
       01 WSV-ACTA-ENCONTRADA              PIC X(01).
           88 WSS-ACTA-ENCONTRADA              VALUE 'S'.
       01 WSV-ACTA-VISTA                   PIC X(41).
       01 WSV-MAX-NRO-ACTA                 PIC 9(05).

      *ALUMNO LEIDO POR CLAVE EN ALUMNOS.IDX PARA MOSTRAR NOMBRE Y
      *CURSO EN EL ACTA
       01 WSV-ALUMNO-ENCONTRADO            PIC X(01).
           88 WSS-ALUMNO-ENCONTRADO            VALUE 'S'.

      *INSCRIPCIONES A MESAS EN MEMORIA; AL CERRAR UN ACTA SE
      *REGRABA TODO CON EL RESULTADO DE CADA INSCRIPTO
       01 WSC-MAX-MESA-INSC                PIC 9(04) VALUE 1000.
       01 WSV-CONT-MESA-INSC               PIC S9(4) COMP VALUE 0.
       01 WST-MESA-INSC.
           05 WST-MI-REGISTRO    PIC X(30) OCCURS 1000 TIMES
                                 INDEXED BY IND-MI.

       01 WSV-MI-VISTA.
           05 WSV-MI-CLAVE-MESA.
               10 WSV-MI-NRO-MATERIA       PIC 9(02).
               10 WSV-MI-CURSO             PIC X(02).
               10 WSV-MI-FECHA             PIC 9(08).
           05 WSV-MI-NRO-ALUMNO            PIC 9(04).
           05 WSV-MI-FECHA-INSC            PIC 9(08).
           05 WSV-MI-OPERADOR              PIC X(03).
           05 WSV-MI-RESULTADO             PIC X(01).
               88 WSS-MI-CALIFICADO            VALUE 'C'.
               88 WSS-MI-AUSENTE               VALUE 'A'.
           05 WSV-MI-NOTA                  PIC 9(02).

      *INSCRIPTOS DE LA MESA DEL ACTA, CON SU POSICION EN LA TABLA
      *DE INSCRIPCIONES Y EL RESULTADO CARGADO
       01 WSC-MAX-ACTA-ALU                 PIC 9(03) VALUE 200.
       01 WSV-CONT-ACTA-ALU                PIC S9(4) COMP VALUE 0.
       01 WST-ACTA-ALUMNOS.
           05 WST-AA-ITEM         OCCURS 200 TIMES INDEXED BY IND-AA.
               10 WST-AA-SUB-MI            PIC S9(4) COMP.
               10 WST-AA-RESULTADO         PIC X(01).
               10 WST-AA-NOTA              PIC 9(02).

       01 WSV-CONT-APROBADOS               PIC 9(03).
       01 WSV-CONT-AUSENTES                PIC 9(03).
       01 WSC-NOTA-APROBACION              PIC 9(02) VALUE 4.

      *INGRESO DE RESULTADOS
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-RESULTADO-E                  PIC X(02).
       01 WSV-RESULTADO-VALIDO             PIC X(01).
           88 WSS-RESULTADO-VALIDO             VALUE 'S'.
       01 WSV-CONFIRMA-E                   PIC X(01).
           88 WSS-CONFIRMADO                   VALUE 'S' 's'.

      *NOTAS COMPLETAS EN MEMORIA (LAS DEL ARCHIVO MAS LAS DEL ACTA);
      *AL CERRAR SE REGRABA TODO CON EL TRAILER ACTUALIZADO
       01 WSC-MAX-NOTAS-TABLA              PIC 9(04) VALUE 1000.
       01 WSV-CONT-NOTAS-TABLA             PIC S9(4) COMP VALUE 0.
       01 WST-NOTAS-ARCHIVO.
           05 WST-NOTA-REG                 PIC X(15) OCCURS 1000.
       01 WSV-SUB-NT                       PIC 9(04).
       01 WSV-CONT-GRABADAS                PIC S9(4) COMP VALUE 0.

       01 WSV-NOTA-NUEVA.
           05 WSV-NN-NRO-ALUMNO            PIC 9(04).
           05 WSV-NN-NRO-MATERIA           PIC 9(02).
           05 WSV-NN-ANIO                  PIC 9(04).
           05 WSV-NN-MES                   PIC 9(02).
           05 WSV-NN-NOTA                  PIC 9(02).
           05 WSV-NN-TIPO                  PIC X(01).

       01 WSV-ARCHIVO-NUEVO                PIC X(01).
           88 WSS-ARCHIVO-NUEVO                    VALUE 'S'.
       01 WSV-TRAILER-VISTO                PIC X(01).
           88 WSS-TRAILER-VISTO                    VALUE 'S'.
       01 WSV-TRA-CANT                     PIC 9(05).
       01 WSV-NOTAS-CARGADAS               PIC X(01).
           88 WSS-NOTAS-CARGADAS                   VALUE 'S'.
       COPY REG-TRAILER.

       01 WSV-MAESTRO-ABIERTO              PIC X(01) VALUE 'N'.
           88 WSS-MAESTRO-ABIERTO                  VALUE 'S'.

      *NOTAS EN LETRAS PARA EL ACTA
       01 WSV-LETRAS-NOTAS.
           05 FILLER       PIC X(06) VALUE 'CERO  '.
           05 FILLER       PIC X(06) VALUE 'UNO   '.
           05 FILLER       PIC X(06) VALUE 'DOS   '.
           05 FILLER       PIC X(06) VALUE 'TRES  '.
           05 FILLER       PIC X(06) VALUE 'CUATRO'.
           05 FILLER       PIC X(06) VALUE 'CINCO '.
           05 FILLER       PIC X(06) VALUE 'SEIS  '.
           05 FILLER       PIC X(06) VALUE 'SIETE '.
           05 FILLER       PIC X(06) VALUE 'OCHO  '.
           05 FILLER       PIC X(06) VALUE 'NUEVE '.
           05 FILLER       PIC X(06) VALUE 'DIEZ  '.
       01 WST-LETRAS-NOTAS REDEFINES WSV-LETRAS-NOTAS.
           05 WST-LETRA-NOTA               PIC X(06) OCCURS 11.

      *LINEAS DEL ACTA
       01 WSV-NOMBRE-LISTADO.
           05 FILLER                       PIC X(04) VALUE 'ACTA'.
           05 WSV-NL-NRO-MATERIA           PIC 9(02).
           05 WSV-NL-CURSO                 PIC X(02).
           05 WSV-NL-FECHA                 PIC 9(08).
           05 FILLER                       PIC X(04) VALUE '.LIS'.

       01 WSV-FECHA-EDIT                   PIC 9999/99/99.
       01 WSV-NRO-ACTA-EDIT                PIC ZZZZ9.

       01 WSV-LINEA-DETALLE.
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WSV-DET-NRO-R                PIC 9(04).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WSV-DET-NOMBRE-R             PIC X(23).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WSV-DET-CURSO-R              PIC X(02).
           05 FILLER                       PIC X(04) VALUE SPACES.
           05 WSV-DET-NOTA-R               PIC X(07).
           05 FILLER                       PIC X(02) VALUE SPACES.
           05 WSV-DET-LETRAS-R             PIC X(10).
       01 WSV-NOTA-EDIT                    PIC Z9.
       01 WSV-CONT-INSCRIPTOS              PIC 9(03).

       01 WSV-ENCAB-ACTA.
           05 FILLER                       PIC X(31)
                          VALUE '  NRO   ALUMNO                 '.
           05 FILLER                       PIC X(30)
                          VALUE '  CURSO    NOTA     EN LETRAS'.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                         PIC X(07)
                                                       VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
       01  WSC-RUTMAT                          PIC X(06)
                                                       VALUE "RUTMAT".
       COPY REG-MAT.
       01  WSC-RUTDOC                          PIC X(06)
                                                       VALUE "RUTDOC".
       COPY REG-DOC.
       01 WSV-DOCENTES-CARGADOS            PIC X(01) VALUE 'N'.
           88 WSS-DOCENTES-CARGADOS                VALUE 'S'.
       01  WSC-RUTLIST                         PIC X(07)
                                                       VALUE "RUTLIST".
       COPY REG-LIST.
       01  WSC-RUTNOTA                         PIC X(07)
                                                       VALUE "RUTNOTA".
       COPY REG-NOTA.
       01  WSC-RUTPREV                         PIC X(07)
                                                       VALUE "RUTPREV".
       COPY REG-PREV.
       01  WSC-RUTLOCK                         PIC X(07)
                                                       VALUE "RUTLOCK".
       COPY REG-LOCK.
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
       01 WSV-MARCA-TOMADA                 PIC X(01) VALUE 'N'.
           88 WSS-MARCA-TOMADA                     VALUE 'S'.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 04000-DEJAR-MARCA-SESION
           PERFORM 05000-CARGAR-TABLAS-RUTINAS
           PERFORM 12000-ABRIR-ALUMNOS
           PERFORM 14000-CARGAR-MESA-INSC
           MOVE 0 TO WSV-OPCION-MENU
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'MESAACTA' TO REG-OPER-PROGRAMA-E
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

      *DEJA LA MARCA DE SESION INTERACTIVA; SI LA VENTANA BATCH
      *ESTA EN CURSO EL PROGRAMA NO ABRE NADA PARA ACTUALIZAR
       04000-DEJAR-MARCA-SESION.
           SET WSS-LOCK-PONER-INTER TO TRUE
           MOVE 'MESAACTA' TO REG-LOCK-PASO
           CALL WSC-RUTLOCK USING REGISTRO-LOCK
           EVALUATE TRUE
               WHEN WSS-LOCK-OK
                   SET WSS-MARCA-TOMADA TO TRUE
               WHEN WSS-LOCK-OCUPADO
                   DISPLAY 'LA VENTANA BATCH ESTA EN CURSO ('
                           REG-LOCK-PASO-AJENO '), NO SE PUEDE '
                           'ACTUALIZAR AHORA'
                   PERFORM 40000-FIN-DEL-PROGRAMA
               WHEN OTHER
                   DISPLAY 'CONTROL DE BLOQUEO: ' WSV-ST-TEXTO-LOCK
                   PERFORM 40000-FIN-DEL-PROGRAMA
           END-EVALUATE.

      *LEVANTA LA MARCA DE SESION INTERACTIVA SI SE HABIA DEJADO
       39000-LEVANTAR-MARCA-SESION.
           IF WSS-MARCA-TOMADA
               MOVE 'N' TO WSV-MARCA-TOMADA
               SET WSS-LOCK-QUITAR-INTER TO TRUE
               MOVE 'MESAACTA' TO REG-LOCK-PASO
               CALL WSC-RUTLOCK USING REGISTRO-LOCK
               IF NOT WSS-LOCK-OK
                   DISPLAY 'CONTROL DE BLOQUEO: ' WSV-ST-TEXTO-LOCK
               END-IF
           END-IF.

      *CARGA LAS TABLAS DE MATERIAS Y DOCENTES DE LAS RUTINAS. SIN
      *DOCENTES EL ACTA SALE SOLO CON EL NUMERO DE DOCENTE
       05000-CARGAR-TABLAS-RUTINAS.
           MOVE "A" TO WSS-OPCION-MAT
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               DISPLAY WSV-ST-TEXTO-MAT
               DISPLAY WSV-ST-RETORNO-MAT
           END-IF
           MOVE "A" TO WSS-OPCION-DOC
           CALL WSC-RUTDOC USING REGISTRO-DOCENTE
           IF WSS-DOC-OK
               SET WSS-DOCENTES-CARGADOS TO TRUE
           ELSE
               DISPLAY 'DOCENTES NO CARGADOS (' WSV-ST-TEXTO-DOC
                       '), EL ACTA SALE SIN NOMBRE DE DOCENTE'
           END-IF.

      *BUSCA LA MESA PEDIDA EN MESAS.DAT Y TOMA SU DOCENTE
       10000-BUSCAR-MESA.
           MOVE 'N' TO WSV-MESA-ENCONTRADA
           OPEN INPUT MESAS
           IF NOT WSS-FS-MESAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE MESAS'
               DISPLAY 'FILE STATUS ' WSS-FS-MESAS
           ELSE
               PERFORM 10100-LEER-MESA
                   UNTIL WSS-FS-MESAS-EOF OR WSS-MESA-ENCONTRADA
               CLOSE MESAS
           END-IF.

       10100-LEER-MESA.
           READ MESAS
           IF WSS-FS-MESAS-OK
               IF REG-MSA-NRO-MATERIA = WSV-NRO-MATERIA-E
                       AND REG-MSA-CURSO = WSV-CURSO-E
                       AND REG-MSA-FECHA = WSV-FECHA-E
                   SET WSS-MESA-ENCONTRADA TO TRUE
                   MOVE REG-MSA-NRO-DOCENTE TO WSV-NRO-DOCENTE-MESA
               END-IF
           END-IF.

      *RECORRE ACTAS.DAT BUSCANDO EL ACTA DE LA MESA PEDIDA Y EL
      *ULTIMO NUMERO DE ACTA ASIGNADO
       11000-BUSCAR-ACTA.
           MOVE 'N' TO WSV-ACTA-ENCONTRADA
           MOVE 0 TO WSV-MAX-NRO-ACTA
           OPEN INPUT ACTAS
           IF NOT WSS-FS-ACTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ACTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTAS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11100-LEER-ACTA UNTIL WSS-FS-ACTAS-EOF
           CLOSE ACTAS.

       11100-LEER-ACTA.
           READ ACTAS
           IF WSS-FS-ACTAS-OK
               IF REG-ACT-NRO-ACTA > WSV-MAX-NRO-ACTA
                   MOVE REG-ACT-NRO-ACTA TO WSV-MAX-NRO-ACTA
               END-IF
               IF REG-ACT-CLAVE-MESA = WSV-CLAVE-MESA-E
                       AND WSS-ACT-CERRADA
                   SET WSS-ACTA-ENCONTRADA TO TRUE
                   MOVE REG-ACTA TO WSV-ACTA-VISTA
               END-IF
           END-IF.

      *ABRE EL MAESTRO INDEXADO DE ALUMNOS VIA RUTALUM PARA EL NOMBRE
      *Y CURSO DEL ACTA
       12000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE MESAINSC.DAT COMPLETO
       14000-CARGAR-MESA-INSC.
           OPEN INPUT MESA-INSC
           IF NOT WSS-FS-MESA-INSC-OK
               DISPLAY 'ERROR EN EL OPEN DE MESAINSC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 14100-LEER-Y-CARGAR-MI UNTIL WSS-FS-MESA-INSC-EOF
           CLOSE MESA-INSC.

       14100-LEER-Y-CARGAR-MI.
           READ MESA-INSC
           IF WSS-FS-MESA-INSC-OK
               IF WSV-CONT-MESA-INSC >= WSC-MAX-MESA-INSC
                   DISPLAY 'TABLA DE INSCRIPCIONES A MESA LLENA, NO '
                           'SE PUEDE TRABAJAR CON EL ARCHIVO'
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-MESA-INSC
               SET IND-MI TO WSV-CONT-MESA-INSC
               MOVE REG-MESA-INSC TO WST-MI-REGISTRO(IND-MI)
           END-IF.

      *MENU DEL ACTA DE EXAMEN
       20000-MENU.
           DISPLAY '1. IMPRIMIR ACTA DE UNA MESA'
           DISPLAY '2. CARGAR RESULTADOS Y CERRAR ACTA'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-IMPRIMIR-ACTA
               WHEN 2
                   SET WSS-OPER-MODIFICA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-CERRAR-ACTA
                   END-IF
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *PIDE LA MESA, LA BUSCA EN MESAS.DAT Y SU ACTA EN ACTAS.DAT, Y
      *ARMA LA LISTA DE INSCRIPTOS
       20500-PEDIR-MESA.
           DISPLAY 'INGRESE NRO DE MATERIA DE LA MESA: '
           ACCEPT WSV-NRO-MATERIA-E
           DISPLAY 'INGRESE CURSO DE LA MESA (EJ 1A): '
           ACCEPT WSV-CURSO-E
           DISPLAY 'INGRESE FECHA DE LA MESA (AAAAMMDD): '
           ACCEPT WSV-FECHA-E
           PERFORM 10000-BUSCAR-MESA
           IF WSS-MESA-ENCONTRADA
               PERFORM 11000-BUSCAR-ACTA
               PERFORM 20600-ARMAR-INSCRIPTOS
           ELSE
               DISPLAY 'NO EXISTE ESA MESA EN MESAS.DAT'
           END-IF.

       20600-ARMAR-INSCRIPTOS.
           MOVE 0 TO WSV-CONT-ACTA-ALU
           PERFORM VARYING IND-MI FROM 1 BY 1
                   UNTIL IND-MI > WSV-CONT-MESA-INSC
               MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
               IF WSV-MI-CLAVE-MESA = WSV-CLAVE-MESA-E
                   IF WSV-CONT-ACTA-ALU >= WSC-MAX-ACTA-ALU
                       DISPLAY 'DEMASIADOS INSCRIPTOS EN LA MESA, SE '
                               'IGNORAN LOS RESTANTES'
                   ELSE
                       ADD 1 TO WSV-CONT-ACTA-ALU
                       SET IND-AA TO WSV-CONT-ACTA-ALU
                       SET WST-AA-SUB-MI(IND-AA) TO IND-MI
                       MOVE WSV-MI-RESULTADO
                           TO WST-AA-RESULTADO(IND-AA)
                       MOVE WSV-MI-NOTA TO WST-AA-NOTA(IND-AA)
                   END-IF
               END-IF
           END-PERFORM.

      *IMPRIME EL ACTA: ABIERTA CON LAS COLUMNAS DE NOTA EN BLANCO,
      *CERRADA CON LAS NOTAS Y EL DOCENTE GRABADOS AL CERRARLA
       21000-IMPRIMIR-ACTA.
           PERFORM 20500-PEDIR-MESA
           IF WSS-MESA-ENCONTRADA
               IF WSV-CONT-ACTA-ALU = 0
                   DISPLAY 'LA MESA NO TIENE INSCRIPTOS (CORRER '
                           'MESAINSC)'
               ELSE
                   PERFORM 21100-ABRIR-LISTADO
                   PERFORM 21200-CABECERA-ACTA
                   MOVE 0 TO WSV-CONT-APROBADOS
                   MOVE 0 TO WSV-CONT-AUSENTES
                   PERFORM VARYING IND-AA FROM 1 BY 1
                           UNTIL IND-AA > WSV-CONT-ACTA-ALU
                       PERFORM 21300-DETALLE-ACTA
                   END-PERFORM
                   PERFORM 21400-PIE-ACTA
                   SET WSS-LIST-CERRAR TO TRUE
                   CALL WSC-RUTLIST USING REGISTRO-LISTADO
                   DISPLAY 'ACTA GRABADA EN ' WSV-NOMBRE-LISTADO
               END-IF
           END-IF.

      *ABRE EL LISTADO DEL ACTA VIA RUTLIST CON LA FECHA DE LA MESA
      *EN EL PERIODO Y EL ENCABEZADO DE COLUMNAS
       21100-ABRIR-LISTADO.
           MOVE WSV-NRO-MATERIA-E TO WSV-NL-NRO-MATERIA
           MOVE WSV-CURSO-E TO WSV-NL-CURSO
           MOVE WSV-FECHA-E TO WSV-NL-FECHA
           MOVE WSV-FECHA-E TO WSV-FECHA-EDIT
           SET WSS-LIST-ABRIR TO TRUE
           MOVE WSV-NOMBRE-LISTADO TO REG-LIST-ARCHIVO
           MOVE 'MESAACTA' TO REG-LIST-PROGRAMA
           MOVE WSV-OPERADOR TO REG-LIST-OPERADOR
           MOVE SPACES TO REG-LIST-PERIODO
           STRING 'MESA ' WSV-FECHA-EDIT
               DELIMITED BY SIZE INTO REG-LIST-PERIODO
           MOVE WSV-ENCAB-ACTA TO REG-LIST-ENCABEZADO
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DATOS DE LA MESA AL COMIENZO DEL ACTA
       21200-CABECERA-ACTA.
           MOVE SPACES TO REG-LIST-LINEA
           IF WSS-ACTA-ENCONTRADA
               MOVE WSV-ACTA-VISTA TO REG-ACTA
               MOVE REG-ACT-NRO-ACTA TO WSV-NRO-ACTA-EDIT
               MOVE REG-ACT-NRO-DOCENTE TO WSV-NRO-DOCENTE-MESA
               STRING 'ACTA DE EXAMEN NRO ' WSV-NRO-ACTA-EDIT
                      ' (CERRADA)'
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
           ELSE
               MOVE 'ACTA DE EXAMEN (ABIERTA)' TO REG-LIST-LINEA
           END-IF
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE "B" TO WSS-OPCION-MAT
           MOVE WSV-NRO-MATERIA-E TO REG-NRO-MAT-E
           CALL WSC-RUTMAT USING REGISTRO-MATERIA
           IF NOT WSS-MAT-OK
               MOVE SPACES TO REG-DESCRIP-MAT-R
           END-IF
           MOVE SPACES TO REG-LIST-LINEA
           STRING 'MATERIA ' WSV-NRO-MATERIA-E ' ' REG-DESCRIP-MAT-R
                  '  CURSO ' WSV-CURSO-E
               DELIMITED BY SIZE INTO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE SPACES TO REG-NOMBRE-DOC-R
           MOVE 'N' TO REG-DOC-SUPLENCIA-R
           IF WSS-DOCENTES-CARGADOS
               SET WSS-BUSCAR-DOC-SUPLENTE TO TRUE
               MOVE WSV-NRO-DOCENTE-MESA TO REG-NRO-DOC-E
               MOVE WSV-NRO-MATERIA-E TO REG-DOC-MATERIA-E
               MOVE WSV-CURSO-E TO REG-DOC-CURSO-E
               MOVE WSV-FECHA-E TO REG-DOC-FECHA-E
               CALL WSC-RUTDOC USING REGISTRO-DOCENTE
               IF NOT WSS-DOC-OK
                   MOVE SPACES TO REG-NOMBRE-DOC-R
                   MOVE 'N' TO REG-DOC-SUPLENCIA-R
               END-IF
               MOVE SPACES TO REG-DOC-CURSO-E
               MOVE 0 TO REG-DOC-FECHA-E
           END-IF
           MOVE SPACES TO REG-LIST-LINEA
           IF WSS-DOC-ES-SUPLENTE
               STRING 'DOCENTE ' REG-NRO-DOC-R ' ' REG-NOMBRE-DOC-R
                      ' SUPLENTE DE ' WSV-NRO-DOCENTE-MESA
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
           ELSE
               STRING 'DOCENTE ' WSV-NRO-DOCENTE-MESA ' '
                      REG-NOMBRE-DOC-R
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
           END-IF
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO.

      *UNA LINEA DEL ACTA POR INSCRIPTO
       21300-DETALLE-ACTA.
           SET IND-MI TO WST-AA-SUB-MI(IND-AA)
           MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
           MOVE WSV-MI-NRO-ALUMNO TO WSV-DET-NRO-R
           PERFORM 21350-BUSCAR-ALUMNO
           IF WSS-ALUMNO-ENCONTRADO
               MOVE REG-ALUX-R-NOMBRE TO WSV-DET-NOMBRE-R
               MOVE REG-ALUX-R-CURSO TO WSV-DET-CURSO-R
           ELSE
               MOVE '(NO ESTA EN ALUMNOS)' TO WSV-DET-NOMBRE-R
               MOVE SPACES TO WSV-DET-CURSO-R
           END-IF
           EVALUATE TRUE
               WHEN NOT WSS-ACTA-ENCONTRADA
                   MOVE '_______' TO WSV-DET-NOTA-R
                   MOVE '__________' TO WSV-DET-LETRAS-R
               WHEN WSS-MI-AUSENTE
                   MOVE '   -   ' TO WSV-DET-NOTA-R
                   MOVE 'AUSENTE' TO WSV-DET-LETRAS-R
                   ADD 1 TO WSV-CONT-AUSENTES
               WHEN OTHER
                   MOVE WSV-MI-NOTA TO WSV-NOTA-EDIT
                   MOVE SPACES TO WSV-DET-NOTA-R
                   MOVE WSV-NOTA-EDIT TO WSV-DET-NOTA-R(3:2)
                   MOVE WST-LETRA-NOTA(WSV-MI-NOTA + 1)
                       TO WSV-DET-LETRAS-R
                   IF WSV-MI-NOTA >= WSC-NOTA-APROBACION
                       ADD 1 TO WSV-CONT-APROBADOS
                   END-IF
           END-EVALUATE
           MOVE WSV-LINEA-DETALLE TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO.

      *LEE POR CLAVE EL ALUMNO DEL INSCRIPTO; SUS DATOS QUEDAN EN
      *REG-ALUX-R
       21350-BUSCAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-ENCONTRADO
           MOVE WSV-MI-NRO-ALUMNO TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-ENCONTRADO TO TRUE
           END-IF.

      *TOTALES Y LINEA DE FIRMA AL PIE DEL ACTA
       21400-PIE-ACTA.
           MOVE WSV-CONT-ACTA-ALU TO WSV-CONT-INSCRIPTOS
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE SPACES TO REG-LIST-LINEA
           IF WSS-ACTA-ENCONTRADA
               STRING 'INSCRIPTOS ' WSV-CONT-INSCRIPTOS
                      '  APROBADOS ' WSV-CONT-APROBADOS
                      '  AUSENTES ' WSV-CONT-AUSENTES
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
           ELSE
               STRING 'INSCRIPTOS ' WSV-CONT-INSCRIPTOS
                      '  APROBADOS ____  AUSENTES ____'
                   DELIMITED BY SIZE INTO REG-LIST-LINEA
           END-IF
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE SPACES TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE '  ______________________        ______________________'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO
           MOVE '     FIRMA DEL DOCENTE               FIRMA VOCAL'
               TO REG-LIST-LINEA
           PERFORM 46000-ESCRIBIR-LISTADO.

      *CARGA EL RESULTADO DE CADA INSCRIPTO Y, CONFIRMADO, CIERRA EL
      *ACTA: NOTAS DE MESA A NOTANEW.DAT Y NOTAS.IDX, RESULTADOS A
      *MESAINSC.DAT Y EL ACTA CERRADA A ACTAS.DAT
       23000-CERRAR-ACTA.
           PERFORM 20500-PEDIR-MESA
           EVALUATE TRUE
               WHEN NOT WSS-MESA-ENCONTRADA
                   CONTINUE
               WHEN WSS-ACTA-ENCONTRADA
                   DISPLAY 'EL ACTA DE ESA MESA YA ESTA CERRADA, ES '
                           'DE SOLO LECTURA'
               WHEN WSV-CONT-ACTA-ALU = 0
                   DISPLAY 'LA MESA NO TIENE INSCRIPTOS, NO HAY ACTA '
                           'QUE CERRAR'
               WHEN OTHER
                   PERFORM VARYING IND-AA FROM 1 BY 1
                           UNTIL IND-AA > WSV-CONT-ACTA-ALU
                       PERFORM 23100-INGRESAR-RESULTADO
                   END-PERFORM
                   DISPLAY 'CONFIRMA EL CIERRE DEL ACTA (S/N)? '
                   ACCEPT WSV-CONFIRMA-E
                   IF WSS-CONFIRMADO
                       PERFORM 24000-GRABAR-CIERRE
                   ELSE
                       DISPLAY 'CIERRE CANCELADO, EL ACTA SIGUE '
                               'ABIERTA'
                   END-IF
           END-EVALUATE.

      *PIDE EL RESULTADO DE UN INSCRIPTO: NOTA DE 0 A 10 O AU
      *AUSENTE, HASTA QUE SEA VALIDO
       23100-INGRESAR-RESULTADO.
           SET IND-MI TO WST-AA-SUB-MI(IND-AA)
           MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
           PERFORM 21350-BUSCAR-ALUMNO
           MOVE 'N' TO WSV-RESULTADO-VALIDO
           PERFORM UNTIL WSS-RESULTADO-VALIDO
               IF WSS-ALUMNO-ENCONTRADO
                   DISPLAY 'ALUMNO ' WSV-MI-NRO-ALUMNO ' '
                           REG-ALUX-R-NOMBRE
               ELSE
                   DISPLAY 'ALUMNO ' WSV-MI-NRO-ALUMNO
               END-IF
               DISPLAY 'NOTA (0 A 10) O AU SI ESTUVO AUSENTE: '
               ACCEPT WSV-RESULTADO-E
               PERFORM 23200-VALIDAR-RESULTADO
           END-PERFORM.

       23200-VALIDAR-RESULTADO.
           SET WSS-RESULTADO-VALIDO TO TRUE
           EVALUATE TRUE
               WHEN WSV-RESULTADO-E = 'AU' OR WSV-RESULTADO-E = 'au'
                   MOVE 'A' TO WST-AA-RESULTADO(IND-AA)
                   MOVE 0 TO WST-AA-NOTA(IND-AA)
               WHEN WSV-RESULTADO-E(1:1) IS NUMERIC
                       AND WSV-RESULTADO-E(2:1) = SPACE
                   MOVE 'C' TO WST-AA-RESULTADO(IND-AA)
                   MOVE WSV-RESULTADO-E(1:1) TO WST-AA-NOTA(IND-AA)
               WHEN WSV-RESULTADO-E IS NUMERIC
                       AND WSV-RESULTADO-E <= '10'
                   MOVE 'C' TO WST-AA-RESULTADO(IND-AA)
                   MOVE WSV-RESULTADO-E TO WST-AA-NOTA(IND-AA)
               WHEN OTHER
                   DISPLAY 'RESULTADO INVALIDO'
                   MOVE 'N' TO WSV-RESULTADO-VALIDO
           END-EVALUATE.

      *GRABA EL CIERRE. LAS NOTAS VAN PRIMERO: SI NOTANEW.DAT NO SE
      *PUEDE CARGAR (SIN TRAILER, TRUNCADO, LLENO) EL ACTA SIGUE
      *ABIERTA Y NO SE TOCA NINGUN ARCHIVO
       24000-GRABAR-CIERRE.
           PERFORM 24100-CARGAR-NOTAS
           IF WSS-NOTAS-CARGADAS
               PERFORM 24300-AGREGAR-NOTAS-MESA
           END-IF
           IF WSS-NOTAS-CARGADAS
               PERFORM 24500-GRABAR-NOTAS
               PERFORM 25000-GRABAR-MESA-INSC
               PERFORM 26000-GRABAR-ACTA
               DISPLAY 'ACTA CERRADA: ' WSV-CONT-GRABADAS
                       ' NOTAS DE MESA GRABADAS'
           ELSE
               DISPLAY 'EL ACTA SIGUE ABIERTA'
           END-IF.

      *CARGA NOTANEW.DAT COMPLETO VERIFICANDO EL TRAILER, IGUAL QUE
      *EL INGRESO DE NOTAS
       24100-CARGAR-NOTAS.
           SET WSS-NOTAS-CARGADAS TO TRUE
           MOVE 0 TO WSV-CONT-NOTAS-TABLA
           MOVE 'N' TO WSV-ARCHIVO-NUEVO
           MOVE 'N' TO WSV-TRAILER-VISTO
           OPEN INPUT SALIDA-NOTAS
           IF WSS-FS-NOTAS = '05'
               SET WSS-ARCHIVO-NUEVO TO TRUE
           END-IF
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               MOVE 'N' TO WSV-NOTAS-CARGADAS
           ELSE
               PERFORM 24200-LEER-Y-CARGAR-NOTA
                   UNTIL WSS-FS-NOTAS-EOF
               CLOSE SALIDA-NOTAS
           END-IF
           IF WSS-NOTAS-CARGADAS AND NOT WSS-ARCHIVO-NUEVO
               EVALUATE TRUE
                   WHEN NOT WSS-TRAILER-VISTO
                       DISPLAY 'NOTANEW.DAT SIN TRAILER, NO SE '
                               'PUEDE TRABAJAR CON EL ARCHIVO'
                       MOVE 'N' TO WSV-NOTAS-CARGADAS
                   WHEN WSV-TRA-CANT NOT= WSV-CONT-NOTAS-TABLA
                       DISPLAY 'EL TRAILER DE NOTANEW.DAT DECLARA '
                               WSV-TRA-CANT ' REGISTROS Y SE '
                               'LEYERON ' WSV-CONT-NOTAS-TABLA
                               ', ARCHIVO TRUNCADO'
                       MOVE 'N' TO WSV-NOTAS-CARGADAS
               END-EVALUATE
           END-IF.

       24200-LEER-Y-CARGAR-NOTA.
           READ SALIDA-NOTAS
           IF WSS-FS-NOTAS-OK
               MOVE REG-NOTAS TO REG-TRAILER-VISTA
               IF WSS-TRA-ES-TRAILER
                   SET WSS-TRAILER-VISTO TO TRUE
                   MOVE REG-TRA-CANT TO WSV-TRA-CANT
               ELSE
                   IF WSV-CONT-NOTAS-TABLA >= WSC-MAX-NOTAS-TABLA
                       DISPLAY 'TABLA DE NOTAS LLENA, NO SE PUEDE '
                               'TRABAJAR CON EL ARCHIVO'
                       MOVE 'N' TO WSV-NOTAS-CARGADAS
                       MOVE '10' TO WSS-FS-NOTAS
                   ELSE
                       ADD 1 TO WSV-CONT-NOTAS-TABLA
                       MOVE REG-NOTAS
                           TO WST-NOTA-REG(WSV-CONT-NOTAS-TABLA)
                   END-IF
               END-IF
           END-IF.

      *AGREGA A LA TABLA UNA NOTA DE MESA (TIPO F) POR CADA ALUMNO
      *CALIFICADO, FECHADA EN EL MES Y ANIO DE LA MESA; LOS AUSENTES
      *NO GENERAN NOTA
       24300-AGREGAR-NOTAS-MESA.
           MOVE 0 TO WSV-CONT-GRABADAS
           COMPUTE WSV-SUB-NT = WSV-CONT-NOTAS-TABLA + WSV-CONT-ACTA-ALU
           IF WSV-SUB-NT > WSC-MAX-NOTAS-TABLA
               DISPLAY 'TABLA DE NOTAS LLENA, NO SE PUEDEN AGREGAR '
                       'LAS NOTAS DEL ACTA'
               MOVE 'N' TO WSV-NOTAS-CARGADAS
           ELSE
               PERFORM VARYING IND-AA FROM 1 BY 1
                       UNTIL IND-AA > WSV-CONT-ACTA-ALU
                   IF WST-AA-RESULTADO(IND-AA) = 'C'
                       SET IND-MI TO WST-AA-SUB-MI(IND-AA)
                       MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
                       MOVE WSV-MI-NRO-ALUMNO TO WSV-NN-NRO-ALUMNO
                       MOVE WSV-NRO-MATERIA-E TO WSV-NN-NRO-MATERIA
                       MOVE WSV-FECHA-E-ANIO TO WSV-NN-ANIO
                       MOVE WSV-FECHA-E-MES TO WSV-NN-MES
                       MOVE WST-AA-NOTA(IND-AA) TO WSV-NN-NOTA
                       MOVE 'F' TO WSV-NN-TIPO
                       ADD 1 TO WSV-CONT-NOTAS-TABLA
                       MOVE WSV-NOTA-NUEVA
                           TO WST-NOTA-REG(WSV-CONT-NOTAS-TABLA)
                       ADD 1 TO WSV-CONT-GRABADAS
                   END-IF
               END-PERFORM
           END-IF.

      *REGRABA NOTANEW.DAT CON EL TRAILER ACTUALIZADO Y PASA LAS
      *NOTAS DEL ACTA AL MAESTRO INDEXADO
       24500-GRABAR-NOTAS.
           OPEN OUTPUT SALIDA-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE NOTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM VARYING WSV-SUB-NT FROM 1 BY 1
                   UNTIL WSV-SUB-NT > WSV-CONT-NOTAS-TABLA
               MOVE WST-NOTA-REG(WSV-SUB-NT) TO REG-NOTAS
               WRITE REG-NOTAS
               IF NOT WSS-FS-NOTAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE ARCHIVO DE NOTAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
               END-IF
           END-PERFORM
           MOVE 'FIN' TO REG-TRA-MARCA
           MOVE WSV-CONT-NOTAS-TABLA TO REG-TRA-CANT
           MOVE SPACES TO REG-NOTAS
           MOVE REG-TRAILER-VISTA TO REG-NOTAS(1:8)
           WRITE REG-NOTAS
           IF NOT WSS-FS-NOTAS-OK
               DISPLAY 'ERROR EN EL WRITE DEL TRAILER'
               DISPLAY 'FILE STATUS ' WSS-FS-NOTAS
           END-IF
           CLOSE SALIDA-NOTAS
           PERFORM 24600-GRABAR-NOTAS-MAESTRO
           PERFORM 24700-CANCELAR-PREVIAS.

      *GRABA LAS NOTAS DEL ACTA EN NOTAS.IDX VIA RUTNOTA. SI EL
      *MAESTRO NO SE PUEDE ABRIR SE AVISA Y SE SIGUE (NOTACARG LO
      *RECONSTRUYE DESDE NOTANEW.DAT)
       24600-GRABAR-NOTAS-MAESTRO.
           MOVE "OIO" TO WSS-OPCION-NOTA
           CALL WSC-RUTNOTA USING REGISTRO-NOTA-ARCH
           IF WSS-NOTA-ST-OK
               SET WSS-MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY 'NO SE PUDO ABRIR NOTAS.IDX, LAS NOTAS SE '
                       'GRABAN SOLO EN NOTANEW.DAT (CORRER NOTACARG)'
           END-IF
           IF WSS-MAESTRO-ABIERTO
               COMPUTE WSV-SUB-NT = WSV-CONT-NOTAS-TABLA -
                       WSV-CONT-GRABADAS + 1
               PERFORM VARYING WSV-SUB-NT FROM WSV-SUB-NT BY 1
                       UNTIL WSV-SUB-NT > WSV-CONT-NOTAS-TABLA
                   MOVE WST-NOTA-REG(WSV-SUB-NT) TO WSV-NOTA-NUEVA
                   MOVE WSV-NN-NRO-ALUMNO TO REG-NOTA-E-ALUMNO
                   MOVE WSV-NN-NRO-MATERIA TO REG-NOTA-E-MATERIA
                   MOVE WSV-NN-ANIO TO REG-NOTA-E-ANIO
                   MOVE WSV-NN-MES TO REG-NOTA-E-MES
                   MOVE WSV-NN-TIPO TO REG-NOTA-E-TIPO
                   MOVE WSV-NN-NOTA TO REG-NOTA-E-NOTA
                   MOVE "WRI" TO WSS-OPCION-NOTA
                   CALL WSC-RUTNOTA USING REGISTRO-NOTA-ARCH
                   IF NOT WSS-NOTA-ST-OK
                       DISPLAY 'NO SE PUDO GRABAR EN NOTAS.IDX: '
                               WSV-ST-TEXTO-NOTA
                   END-IF
               END-PERFORM
               MOVE "CLO" TO WSS-OPCION-NOTA
               CALL WSC-RUTNOTA USING REGISTRO-NOTA-ARCH
               MOVE 'N' TO WSV-MAESTRO-ABIERTO
           END-IF.

      *CADA NOTA DE MESA APROBADA CANCELA LA PREVIA PENDIENTE DE LA
      *MATERIA, SI EL ALUMNO LA TIENE
       24700-CANCELAR-PREVIAS.
           COMPUTE WSV-SUB-NT = WSV-CONT-NOTAS-TABLA -
                   WSV-CONT-GRABADAS + 1
           PERFORM VARYING WSV-SUB-NT FROM WSV-SUB-NT BY 1
                   UNTIL WSV-SUB-NT > WSV-CONT-NOTAS-TABLA
               MOVE WST-NOTA-REG(WSV-SUB-NT) TO WSV-NOTA-NUEVA
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
                       DISPLAY 'ALUMNO ' WSV-NN-NRO-ALUMNO
                               ': SE CANCELA LA PREVIA DEL ANIO '
                               REG-PREV-ANIO-ORIGEN
               END-EVALUATE
           END-PERFORM.

      *PASA EL RESULTADO DE CADA INSCRIPTO A LA TABLA Y REGRABA
      *MESAINSC.DAT COMPLETO
       25000-GRABAR-MESA-INSC.
           PERFORM VARYING IND-AA FROM 1 BY 1
                   UNTIL IND-AA > WSV-CONT-ACTA-ALU
               SET IND-MI TO WST-AA-SUB-MI(IND-AA)
               MOVE WST-MI-REGISTRO(IND-MI) TO WSV-MI-VISTA
               MOVE WST-AA-RESULTADO(IND-AA) TO WSV-MI-RESULTADO
               MOVE WST-AA-NOTA(IND-AA) TO WSV-MI-NOTA
               MOVE WSV-MI-VISTA TO WST-MI-REGISTRO(IND-MI)
           END-PERFORM
           OPEN OUTPUT MESA-INSC
           IF NOT WSS-FS-MESA-INSC-OK
               DISPLAY 'ERROR EN EL OPEN DE SALIDA DE MESAINSC.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
           ELSE
               PERFORM VARYING IND-MI FROM 1 BY 1
                       UNTIL IND-MI > WSV-CONT-MESA-INSC
                   MOVE WST-MI-REGISTRO(IND-MI) TO REG-MESA-INSC
                   WRITE REG-MESA-INSC
                   IF NOT WSS-FS-MESA-INSC-OK
                       DISPLAY 'ERROR EN EL WRITE DE MESAINSC.DAT'
                       DISPLAY 'FILE STATUS ' WSS-FS-MESA-INSC
                   END-IF
               END-PERFORM
               CLOSE MESA-INSC
           END-IF.

      *AGREGA EL ACTA CERRADA A ACTAS.DAT CON EL NUMERO SIGUIENTE AL
      *ULTIMO ASIGNADO Y EL DOCENTE DE LA MESA EN MESAS.DAT
       26000-GRABAR-ACTA.
           MOVE 0 TO WSV-CONT-APROBADOS
           MOVE 0 TO WSV-CONT-AUSENTES
           PERFORM VARYING IND-AA FROM 1 BY 1
                   UNTIL IND-AA > WSV-CONT-ACTA-ALU
               IF WST-AA-RESULTADO(IND-AA) = 'A'
                   ADD 1 TO WSV-CONT-AUSENTES
               ELSE
                   IF WST-AA-NOTA(IND-AA) >= WSC-NOTA-APROBACION
                       ADD 1 TO WSV-CONT-APROBADOS
                   END-IF
               END-IF
           END-PERFORM
           OPEN EXTEND ACTAS
           IF NOT WSS-FS-ACTAS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ACTAS'
               DISPLAY 'FILE STATUS ' WSS-FS-ACTAS
           ELSE
               MOVE WSV-CLAVE-MESA-E TO REG-ACT-CLAVE-MESA
               ADD 1 TO WSV-MAX-NRO-ACTA
               MOVE WSV-MAX-NRO-ACTA TO REG-ACT-NRO-ACTA
               MOVE WSV-NRO-DOCENTE-MESA TO REG-ACT-NRO-DOCENTE
               MOVE 'C' TO REG-ACT-ESTADO
               ACCEPT REG-ACT-FECHA-CIERRE FROM DATE YYYYMMDD
               MOVE WSV-OPERADOR TO REG-ACT-OPERADOR
               MOVE WSV-CONT-ACTA-ALU TO REG-ACT-INSCRIPTOS
               MOVE WSV-CONT-APROBADOS TO REG-ACT-APROBADOS
               MOVE WSV-CONT-AUSENTES TO REG-ACT-AUSENTES
               WRITE REG-ACTA
               IF NOT WSS-FS-ACTAS-OK
                   DISPLAY 'ERROR EN EL WRITE DE ARCHIVO DE ACTAS'
                   DISPLAY 'FILE STATUS ' WSS-FS-ACTAS
               END-IF
               CLOSE ACTAS
               MOVE REG-ACT-NRO-ACTA TO WSV-NRO-ACTA-EDIT
               DISPLAY 'ACTA NRO ' WSV-NRO-ACTA-EDIT ' CERRADA'
           END-IF.

      *MANDA UNA LINEA AL LISTADO DEL ACTA
       46000-ESCRIBIR-LISTADO.
           SET WSS-LIST-ESCRIBIR TO TRUE
           CALL WSC-RUTLIST USING REGISTRO-LISTADO
           IF WSS-LIST-ERROR
               DISPLAY 'LISTADO: ' WSV-ST-TEXTO-LIST
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           PERFORM 39000-LEVANTAR-MARCA-SESION
           STOP RUN.
