      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Reconstruye el maestro indexado de alumnos
      *ALUMNOS.IDX a partir de ALUMNOS.DAT, a traves de RUTALUM. Se
      *corre una vez para la conversion inicial y cada vez que
      *ALUMNOS.DAT se modifique por fuera de ALUMANT (por ejemplo
      *despues de una importacion con ALUMIMP o de una restauracion).
      *Antes de tocar el indexado verifica el trailer de ALUMNOS.DAT,
      *y al final informa cuantos registros se leyeron, cuantos se
      *grabaron y cuantos se rechazaron (por ejemplo por numero de
      *alumno duplicado).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ALUMCARG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ENTRADA-ALUMNOS      ASSIGN TO DISK 'ALUMNOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-ALUMNOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-ALUMNOS                       PIC X(02).
           88 WSS-FS-ALUMNOS-OK                        VALUE '00'.
           88 WSS-FS-ALUMNOS-EOF                       VALUE '10'.

       01 WSV-CONT-LEIDOS                      PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-GRABADOS                    PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-RECHAZADOS                  PIC S9(4) COMP VALUE 0.

       01 WSV-CONT-VERIFICADOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-TRAILER-VISTO                    PIC X(01).
           88 WSS-TRAILER-VISTO                    VALUE 'S'.
       01 WSV-TRA-CANT                         PIC 9(05).
       COPY REG-TRAILER.

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTALUM                         PIC X(07)
                                                       VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 05000-VERIFICAR-ARCHIVO
           PERFORM 10000-ABRIR-ARCHIVOS
           PERFORM 20000-CARGAR-MAESTRO
           PERFORM 30000-CERRAR-ARCHIVOS
           PERFORM 40000-INFORMAR-RESULTADO
           PERFORM 50000-FIN-DEL-PROGRAMA.

      *PASADA PREVIA SOBRE ALUMNOS.DAT: VERIFICA EL TRAILER ANTES DE
      *CREAR ALUMNOS.IDX, PARA NO RECONSTRUIR EL MAESTRO DESDE UN
      *ARCHIVO TRUNCADO
       05000-VERIFICAR-ARCHIVO.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE 'N' TO WSV-TRAILER-VISTO
           PERFORM 05100-LEER-Y-CONTAR UNTIL WSS-FS-ALUMNOS-EOF
           CLOSE ENTRADA-ALUMNOS
           EVALUATE TRUE
               WHEN NOT WSS-TRAILER-VISTO
                   DISPLAY 'ALUMNOS.DAT SIN TRAILER, NO SE '
                           'RECONSTRUYE EL MAESTRO'
                   PERFORM 50000-FIN-DEL-PROGRAMA
               WHEN WSV-TRA-CANT NOT= WSV-CONT-VERIFICADOS
                   DISPLAY 'EL TRAILER DE ALUMNOS.DAT DECLARA '
                           WSV-TRA-CANT ' REGISTROS Y SE LEYERON '
                           WSV-CONT-VERIFICADOS ', ARCHIVO '
                           'TRUNCADO, NO SE RECONSTRUYE EL MAESTRO'
                   PERFORM 50000-FIN-DEL-PROGRAMA
           END-EVALUATE.

       05100-LEER-Y-CONTAR.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK
               MOVE REG-ALUMNOS TO REG-TRAILER-VISTA
               IF WSS-TRA-ES-TRAILER
                   SET WSS-TRAILER-VISTO TO TRUE
                   MOVE REG-TRA-CANT TO WSV-TRA-CANT
               ELSE
                   ADD 1 TO WSV-CONT-VERIFICADOS
               END-IF
           END-IF.

      *ABRE ALUMNOS.DAT PARA LEER Y CREA ALUMNOS.IDX DESDE CERO VIA
      *RUTALUM
       10000-ABRIR-ARCHIVOS.
           OPEN INPUT ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL OPEN DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF
           MOVE "OOU" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
               PERFORM 50000-FIN-DEL-PROGRAMA
           END-IF.

      *LEE CADA ALUMNO DE ALUMNOS.DAT Y LO GRABA EN EL MAESTRO
       20000-CARGAR-MAESTRO.
           PERFORM 21000-LEER-Y-GRABAR UNTIL WSS-FS-ALUMNOS-EOF.

      *LEE UN ALUMNO Y LO ESCRIBE VIA RUTALUM, CONTANDO LOS RECHAZOS
      *(UN NUMERO DUPLICADO EN ALUMNOS.DAT SE INFORMA Y SE SIGUE)
       21000-LEER-Y-GRABAR.
           READ ENTRADA-ALUMNOS
           IF WSS-FS-ALUMNOS-OK AND REG-ALUMNOS(1:3) = 'FIN'
               CONTINUE
           ELSE
           IF WSS-FS-ALUMNOS-OK
               ADD 1 TO WSV-CONT-LEIDOS
               MOVE REG-ALUMNOS TO REG-ALUX-E
               MOVE "WRI" TO WSS-OPCION-ALUX
               CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
               IF WSS-ALUX-ST-OK
                   ADD 1 TO WSV-CONT-GRABADOS
               ELSE
                   ADD 1 TO WSV-CONT-RECHAZADOS
                   DISPLAY 'RECHAZADO: ALUMNO ' REG-ALU-NRO-ALUMNO
                           ' ' REG-ALU-NOMBRE
                           ' (' WSV-ST-TEXTO-ALUX ')'
               END-IF
           ELSE
               IF NOT WSS-FS-ALUMNOS-EOF
                   DISPLAY 'ERROR EN EL READ DE ARCHIVO DE ALUMNOS'
                   DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
               END-IF
           END-IF
           END-IF.

      *CIERRA LOS DOS ARCHIVOS
       30000-CERRAR-ARCHIVOS.
           CLOSE ENTRADA-ALUMNOS
           IF NOT WSS-FS-ALUMNOS-OK
               DISPLAY 'ERROR EN EL CLOSE DE ARCHIVO DE ALUMNOS'
               DISPLAY 'FILE STATUS ' WSS-FS-ALUMNOS
           END-IF
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY WSV-ST-TEXTO-ALUX
               DISPLAY WSV-ST-RETORNO-ALUX
           END-IF.

      *INFORMA EL RESULTADO DE LA CARGA
       40000-INFORMAR-RESULTADO.
           DISPLAY 'ALUMNOS LEIDOS DE ALUMNOS.DAT: ' WSV-CONT-LEIDOS
           DISPLAY 'ALUMNOS GRABADOS EN ALUMNOS.IDX: '
                   WSV-CONT-GRABADOS
           DISPLAY 'ALUMNOS RECHAZADOS EN LA CARGA: '
                   WSV-CONT-RECHAZADOS.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
