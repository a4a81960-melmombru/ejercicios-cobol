      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Rutina de acceso al maestro indexado de alumnos
      *ALUMNOS.IDX (clave nro de alumno, con la clave alternativa
      *por curso con duplicados), con el mismo esquema que RUTNOTA
      *sobre NOTAS.IDX. Ofrece apertura (OIN/OOU/OIO), cierre (CLO),
      *lectura por clave (REA), posicionamiento y lectura secuencial
      *(STA/RNX), posicionamiento en el primer alumno de un curso y
      *lectura siguiente por curso (STC/RNC), alta (WRI), reemplazo
      *(REW) y baja fisica (DEL), para que los programas interactivos
      *lean el alumno por clave en lugar de recorrer ALUMNOS.DAT.
      *ALUMNOS.DAT sigue siendo la interfaz secuencial de la cadena
      *batch: ALUMANT la regenera desde el indexado y ALUMCARG
      *reconstruye el indexado a partir de ella.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro del maestro indexado lleva la fecha de
      *   nacimiento y el sexo del alumno, como REG-ALUM; ALUMNOS.IDX se
      *   reconstruye con ALUMCARG despues de migrar ALUMNOS.DAT con
      *   ALUMMIG2.
      * 2026 10 - Cada alumno lleva un contador de cambios al final del
      *   registro (los registros viejos de 50 bytes se leen con
      *   contador 0), con el mismo esquema que RUTNOTA: REA/RNX/RNC lo
      *   devuelven en REG-ALUX-R-VERSION y REW/DEL, si el llamador
      *   informa en REG-ALUX-E-VERSION uno que ya no coincide, se
      *   rechazan con el status 12 y el alumno actual en REG-ALUX-R. En
      *   cero no se controla.
      * 2026 10 - Los alumnos viejos de 50 bytes se leen con contador 1
      *   y el primer REW los graba con 2, para que ALUMANT y PASESAL
      *   controlen tambien los que nunca se modificaron; el cero queda
      *   para el llamador que no pide control.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTALUM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAESTRO-ALUMNOS  ASSIGN TO DISK './ALUMNOS.IDX'
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS REG-AIX-NRO-ALUMNO
                               ALTERNATE RECORD KEY IS
                                   REG-AIX-CURSO
                                   WITH DUPLICATES
                               FILE STATUS IS WSS-FS-MAESTRO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD MAESTRO-ALUMNOS
           RECORD IS VARYING IN SIZE FROM 50 TO 55 CHARACTERS
           DEPENDING ON WSV-LONG-REGISTRO.
       01 REG-ALUMNO-IDX.
           05 REG-AIX-NRO-ALUMNO           PIC 9(04).
           05 REG-AIX-NOMBRE               PIC X(23).
           05 REG-AIX-NRO-PAIS             PIC 9(03).
           05 REG-AIX-CURSO                PIC X(02).
           05 REG-AIX-ESTADO               PIC X(01).
           05 REG-AIX-FECHA-BAJA           PIC 9(08).
           05 REG-AIX-FECHA-NAC            PIC 9(08).
           05 REG-AIX-SEXO                 PIC X(01).
      *CONTADOR DE CAMBIOS DEL ALUMNO. VA AL FINAL: LOS REGISTROS
      *GRABADOS ANTES DE AGREGARLO MIDEN 50 Y SE LEEN CON CONTADOR 1
           05 REG-AIX-VERSION              PIC 9(05).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MAESTRO           PIC X(02).
           88 WSS-FS-MAESTRO-OK        VALUE '00' '02'.
           88 WSS-FS-MAESTRO-EOF       VALUE '10'.
           88 WSS-FS-MAESTRO-DUP       VALUE '22'.
           88 WSS-FS-MAESTRO-NOEXISTE  VALUE '23'.

       01 WSC-LONG-COMPLETA        PIC 9(03) VALUE 55.
       01 WSV-LONG-REGISTRO        PIC 9(03) VALUE 55.

       01 WSS-CONTROL-VERSION      PIC X(01).
           88 WSS-VERSION-IGUAL        VALUE 'I'.
           88 WSS-VERSION-DISTINTA     VALUE 'D'.
       01 WSV-VERSION-ACTUAL       PIC 9(05).

       LINKAGE SECTION.
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-ALUMNO-ARCH.
       00000-CONTROL.
           EVALUATE TRUE
           WHEN WSS-ALUX-OIN
               PERFORM 11000-ABRIR-ARCHIVO-INPUT
           WHEN WSS-ALUX-OOU
               PERFORM 12000-ABRIR-ARCHIVO-OUTPUT
           WHEN WSS-ALUX-OIO
               PERFORM 13000-ABRIR-ARCHIVO-INPUT-OUTPUT
           WHEN WSS-ALUX-CLO
               PERFORM 30000-CERRAR-ARCHIVO
           WHEN WSS-ALUX-REA
               PERFORM 21000-LEER-POR-CLAVE
           WHEN WSS-ALUX-STA
               PERFORM 26000-POSICIONAR
           WHEN WSS-ALUX-RNX
               PERFORM 27000-LEER-SIGUIENTE
           WHEN WSS-ALUX-STC
               PERFORM 28000-POSICIONAR-POR-CURSO
           WHEN WSS-ALUX-RNC
               PERFORM 27000-LEER-SIGUIENTE
           WHEN WSS-ALUX-WRI
               PERFORM 22000-ESCRIBIR-ALUMNO
           WHEN WSS-ALUX-REW
               PERFORM 23000-REESCRIBIR-ALUMNO
           WHEN WSS-ALUX-DEL
               PERFORM 24000-BORRAR-ALUMNO
           WHEN OTHER
               SET WSS-ALUX-ST-ERROR TO TRUE
               MOVE "ACCION SOLICITADA NO ENCONTRADA"
               TO WSV-ST-TEXTO-ALUX
           END-EVALUATE
           PERFORM FIN-DE-RUTINA.

       11000-ABRIR-ARCHIVO-INPUT.
           OPEN INPUT MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR OPEN INPUT DEL ARCHIVO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

       12000-ABRIR-ARCHIVO-OUTPUT.
           OPEN OUTPUT MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR OPEN OUTPUT DEL ARCHIVO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

       13000-ABRIR-ARCHIVO-INPUT-OUTPUT.
           OPEN I-O MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR OPEN I-O DEL ARCHIVO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

      *LEE EL ALUMNO CUYO NUMERO VIENE EN REG-ALUX-E-NRO-ALUMNO
       21000-LEER-POR-CLAVE.
           MOVE REG-ALUX-E-NRO-ALUMNO TO REG-AIX-NRO-ALUMNO
           READ MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-ALUMNO-IDX TO REG-ALUX-R
               MOVE REG-AIX-VERSION TO REG-ALUX-R-VERSION
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-NOEXISTE
                   MOVE 'NO EXISTE ALUMNO CON ESE NUMERO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL READ DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

      *POSICIONA EL ARCHIVO EN EL PRIMER NUMERO DE ALUMNO MAYOR O
      *IGUAL AL INFORMADO, PARA DESPUES RECORRER CON RNX
       26000-POSICIONAR.
           MOVE REG-ALUX-E-NRO-ALUMNO TO REG-AIX-NRO-ALUMNO
           START MAESTRO-ALUMNOS KEY NOT < REG-AIX-NRO-ALUMNO
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR EN EL START DEL ARCHIVO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

      *LEE EL SIGUIENTE ALUMNO EN ORDEN DE LA CLAVE POR LA QUE SE
      *POSICIONO; DEVUELVE STATUS 10 CUANDO NO QUEDAN MAS REGISTROS
       27000-LEER-SIGUIENTE.
           READ MAESTRO-ALUMNOS NEXT RECORD
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-ALUMNO-IDX TO REG-ALUX-R
               MOVE REG-AIX-VERSION TO REG-ALUX-R-VERSION
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-EOF
                   MOVE 'FIN DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL READ NEXT DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

      *POSICIONA EL ARCHIVO EN EL PRIMER ALUMNO DEL CURSO INFORMADO
      *(CLAVE ALTERNATIVA); DESPUES SE RECORRE CON RNC HASTA QUE
      *CAMBIE REG-ALUX-R-CURSO
       28000-POSICIONAR-POR-CURSO.
           MOVE REG-ALUX-E-CURSO TO REG-AIX-CURSO
           START MAESTRO-ALUMNOS KEY NOT < REG-AIX-CURSO
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR EN EL START POR CURSO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

       22000-ESCRIBIR-ALUMNO.
           MOVE REG-ALUX-E TO REG-ALUMNO-IDX
           MOVE 1 TO REG-AIX-VERSION
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           WRITE REG-ALUMNO-IDX
           IF WSS-FS-MAESTRO-OK
               MOVE REG-AIX-VERSION TO REG-ALUX-R-VERSION
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-DUP
                   MOVE 'YA EXISTE ALUMNO CON ESE NUMERO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL WRITE DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

      *REEMPLAZA EL ALUMNO CUYO NUMERO VIENE EN REG-ALUX-E-NRO-ALUMNO
      *CON LOS DATOS DE REG-ALUX-E. SE LEE PRIMERO PARA CONTROLAR QUE
      *NADIE LO HAYA CAMBIADO DESDE QUE EL LLAMADOR LO LEYO Y PARA
      *LLEVAR EL CONTADOR DE CAMBIOS
       23000-REESCRIBIR-ALUMNO.
           MOVE REG-ALUX-E-NRO-ALUMNO TO REG-AIX-NRO-ALUMNO
           READ MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               PERFORM 20600-CONTROLAR-VERSION
               IF WSS-VERSION-IGUAL
                   PERFORM 23100-GRABAR-REESCRITURA
               END-IF
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-NOEXISTE
                   MOVE 'NO EXISTE ALUMNO CON ESE NUMERO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL READ DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

       23100-GRABAR-REESCRITURA.
           MOVE REG-AIX-VERSION TO WSV-VERSION-ACTUAL
           MOVE REG-ALUX-E TO REG-ALUMNO-IDX
           MOVE WSV-VERSION-ACTUAL TO REG-AIX-VERSION
           ADD 1 TO REG-AIX-VERSION
               ON SIZE ERROR
                   MOVE 1 TO REG-AIX-VERSION
           END-ADD
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           REWRITE REG-ALUMNO-IDX
           IF WSS-FS-MAESTRO-OK
               MOVE REG-AIX-VERSION TO REG-ALUX-R-VERSION
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-NOEXISTE
                   MOVE 'NO EXISTE ALUMNO CON ESE NUMERO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL REWRITE DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

      *BORRA EL ALUMNO CUYO NUMERO VIENE EN REG-ALUX-E-NRO-ALUMNO,
      *LEYENDOLO PRIMERO PARA CONTROLAR QUE NADIE LO HAYA CAMBIADO
      *DESDE QUE EL LLAMADOR LO LEYO
       24000-BORRAR-ALUMNO.
           MOVE REG-ALUX-E-NRO-ALUMNO TO REG-AIX-NRO-ALUMNO
           READ MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
           END-IF
           PERFORM 20600-CONTROLAR-VERSION
           IF WSS-VERSION-IGUAL
               PERFORM 24100-GRABAR-BORRADO
           END-IF.

       24100-GRABAR-BORRADO.
           DELETE MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               IF WSS-FS-MAESTRO-NOEXISTE
                   MOVE 'NO EXISTE ALUMNO CON ESE NUMERO'
                   TO WSV-ST-TEXTO-ALUX
               ELSE
                   MOVE 'ERROR EN EL DELETE DEL ARCHIVO'
                   TO WSV-ST-TEXTO-ALUX
               END-IF
           END-IF.

      *LOS REGISTROS DE 50 BYTES SON ANTERIORES AL CONTADOR DE CAMBIOS
      *Y SE TOMAN CON CONTADOR 1, COMO RECIEN GRABADOS: EL CERO QUEDA
      *PARA EL LLAMADOR QUE NO PIDE CONTROL, Y EL PRIMER REW LOS GRABA
      *LARGOS CON CONTADOR 2
       20500-TOMAR-VERSION.
           IF WSV-LONG-REGISTRO < WSC-LONG-COMPLETA
                   OR REG-AIX-VERSION NOT NUMERIC
                   OR REG-AIX-VERSION = 0
               MOVE 1 TO REG-AIX-VERSION
           END-IF.

      *COMPARA EL CONTADOR QUE EL LLAMADOR LEYO (REG-ALUX-E-VERSION)
      *CON EL DEL MAESTRO. SI DIFIEREN, OTRO USUARIO CAMBIO EL ALUMNO
      *DESDE ESA LECTURA: SE DEVUELVE WSS-ALUX-ST-MODIFICADO CON EL
      *ALUMNO ACTUAL EN REG-ALUX-R. CON CONTADOR EN CERO NO SE CONTROLA
       20600-CONTROLAR-VERSION.
           SET WSS-VERSION-IGUAL TO TRUE
           IF WSS-FS-MAESTRO-OK
                   AND REG-ALUX-E-VERSION NOT = 0
                   AND REG-ALUX-E-VERSION NOT = REG-AIX-VERSION
               SET WSS-VERSION-DISTINTA TO TRUE
               SET WSS-ALUX-ST-MODIFICADO TO TRUE
               MOVE 'MODIFICADO POR OTRA SESION'
               TO WSV-ST-TEXTO-ALUX
               MOVE REG-ALUMNO-IDX TO REG-ALUX-R
               MOVE REG-AIX-VERSION TO REG-ALUX-R-VERSION
           END-IF.

       30000-CERRAR-ARCHIVO.
           CLOSE MAESTRO-ALUMNOS
           IF WSS-FS-MAESTRO-OK
               SET WSS-ALUX-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-ALUX
               MOVE 'ERROR CLOSE DEL ARCHIVO'
               TO WSV-ST-TEXTO-ALUX
           END-IF.

       FIN-DE-RUTINA.
           GOBACK.
