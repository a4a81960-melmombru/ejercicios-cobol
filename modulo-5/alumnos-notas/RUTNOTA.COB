      *   R recuperatorio), para que el recuperatorio de un periodo
      *   conviva con la nota original en el maestro. Reconstruir
      *   NOTAS.IDX con NOTACARG despues de migrar NOTANEW.DAT.
      * 2026 10 - Cada nota lleva un contador de cambios al final del
      *   registro (las notas viejas de 15 bytes se leen con contador
      *   0), con el mismo esquema que RUTARCH: REA/RNX/RNM lo devuelven
      *   en REG-NOTA-R-VERSION y REW/DEL, si el llamador informa en
      *   REG-NOTA-E-VERSION uno que ya no coincide, se rechazan con el
      *   status 12 y la nota actual en REG-NOTA-R. En cero no se
      *   controla.
      * 2026 10 - Las notas viejas de 15 bytes se leen con contador 1 y
      *   el primer REW las graba con 2, para que el control alcance
      *   tambien a las que nunca se modificaron; el cero queda solo
      *   para el llamador que no lee antes (NOTCORR).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
       FILE SECTION.

       FD MAESTRO-NOTAS
           RECORD IS VARYING IN SIZE FROM 15 TO 20 CHARACTERS
           DEPENDING ON WSV-LONG-REGISTRO.
       01 REG-NOTA-IDX.
           05 REG-NIX-CLAVE.
               10 REG-NIX-NRO-ALUMNO       PIC 9(04).
               10 REG-NIX-MES              PIC 9(02).
               10 REG-NIX-TIPO             PIC X(01).
           05 REG-NIX-NOTA                 PIC 9(02).
      *CONTADOR DE CAMBIOS DE LA NOTA. VA AL FINAL: LOS REGISTROS
      *GRABADOS ANTES DE AGREGARLO MIDEN 15 Y SE LEEN CON CONTADOR 1
           05 REG-NIX-VERSION              PIC 9(05).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-MAESTRO           PIC X(02).
           88 WSS-FS-MAESTRO-DUP       VALUE '22'.
           88 WSS-FS-MAESTRO-NOEXISTE  VALUE '23'.

       01 WSC-LONG-COMPLETA        PIC 9(03) VALUE 20.
       01 WSV-LONG-REGISTRO        PIC 9(03) VALUE 20.

       01 WSS-CONTROL-VERSION      PIC X(01).
           88 WSS-VERSION-IGUAL        VALUE 'I'.
           88 WSS-VERSION-DISTINTA     VALUE 'D'.

       LINKAGE SECTION.
       COPY REG-NOTA.
      *-----------------------
           MOVE REG-NOTA-E-CLAVE TO REG-NIX-CLAVE
           READ MAESTRO-NOTAS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-NOTA-IDX TO REG-NOTA-R
               MOVE REG-NIX-VERSION TO REG-NOTA-R-VERSION
               SET WSS-NOTA-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-NOTA
       27000-LEER-SIGUIENTE.
           READ MAESTRO-NOTAS NEXT RECORD
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               MOVE REG-NOTA-IDX TO REG-NOTA-R
               MOVE REG-NIX-VERSION TO REG-NOTA-R-VERSION
               SET WSS-NOTA-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-NOTA

       22000-ESCRIBIR-NOTA.
           MOVE REG-NOTA-E TO REG-NOTA-IDX
           MOVE 1 TO REG-NIX-VERSION
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           WRITE REG-NOTA-IDX
           IF WSS-FS-MAESTRO-OK
               MOVE REG-NIX-VERSION TO REG-NOTA-R-VERSION
               SET WSS-NOTA-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-NOTA
               END-IF
           END-IF.

      *REEMPLAZA LA NOTA CUYA CLAVE VIENE EN REG-NOTA-E-CLAVE. SE LEE
      *PRIMERO PARA CONTROLAR QUE NADIE LA HAYA CAMBIADO DESDE QUE EL
      *LLAMADOR LA LEYO Y PARA LLEVAR EL CONTADOR DE CAMBIOS
       23000-REESCRIBIR-NOTA.
           MOVE REG-NOTA-E-CLAVE TO REG-NIX-CLAVE
           READ MAESTRO-NOTAS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
               PERFORM 20600-CONTROLAR-VERSION
               IF WSS-VERSION-IGUAL
                   PERFORM 23100-GRABAR-REESCRITURA
               END-IF
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-NOTA
               IF WSS-FS-MAESTRO-NOEXISTE
                   MOVE 'NO EXISTE NOTA CON ESA CLAVE'
                   TO WSV-ST-TEXTO-NOTA
               ELSE
                   MOVE 'ERROR EN EL READ DEL ARCHIVO'
                   TO WSV-ST-TEXTO-NOTA
               END-IF
           END-IF.

       23100-GRABAR-REESCRITURA.
           MOVE REG-NOTA-E-NOTA TO REG-NIX-NOTA
           ADD 1 TO REG-NIX-VERSION
               ON SIZE ERROR
                   MOVE 1 TO REG-NIX-VERSION
           END-ADD
           MOVE WSC-LONG-COMPLETA TO WSV-LONG-REGISTRO
           REWRITE REG-NOTA-IDX
           IF WSS-FS-MAESTRO-OK
               MOVE REG-NIX-VERSION TO REG-NOTA-R-VERSION
               SET WSS-NOTA-ST-OK TO TRUE
           ELSE
               MOVE WSS-FS-MAESTRO TO WSV-ST-RETORNO-NOTA
               END-IF
           END-IF.

      *BORRA LA NOTA CUYA CLAVE VIENE EN REG-NOTA-E-CLAVE, LEYENDOLA
      *PRIMERO PARA CONTROLAR QUE NADIE LA HAYA CAMBIADO DESDE QUE EL
      *LLAMADOR LA LEYO
       24000-BORRAR-NOTA.
           MOVE REG-NOTA-E-CLAVE TO REG-NIX-CLAVE
           READ MAESTRO-NOTAS
           IF WSS-FS-MAESTRO-OK
               PERFORM 20500-TOMAR-VERSION
           END-IF
           PERFORM 20600-CONTROLAR-VERSION
           IF WSS-VERSION-IGUAL
               PERFORM 24100-GRABAR-BORRADO
           END-IF.

       24100-GRABAR-BORRADO.
           DELETE MAESTRO-NOTAS
           IF WSS-FS-MAESTRO-OK
               SET WSS-NOTA-ST-OK TO TRUE
               END-IF
           END-IF.

      *LOS REGISTROS DE 15 BYTES SON ANTERIORES AL CONTADOR DE CAMBIOS
      *Y SE TOMAN CON CONTADOR 1, COMO RECIEN GRABADOS: EL CERO QUEDA
      *PARA EL LLAMADOR QUE NO PIDE CONTROL, Y EL PRIMER REW LOS GRABA
      *LARGOS CON CONTADOR 2
       20500-TOMAR-VERSION.
           IF WSV-LONG-REGISTRO < WSC-LONG-COMPLETA
                   OR REG-NIX-VERSION NOT NUMERIC
                   OR REG-NIX-VERSION = 0
               MOVE 1 TO REG-NIX-VERSION
           END-IF.

      *COMPARA EL CONTADOR QUE EL LLAMADOR LEYO (REG-NOTA-E-VERSION)
      *CON EL DEL MAESTRO. SI DIFIEREN, OTRO USUARIO CAMBIO LA NOTA
      *DESDE ESA LECTURA: SE DEVUELVE WSS-NOTA-ST-MODIFICADO CON LA
      *NOTA ACTUAL EN REG-NOTA-R. CON CONTADOR EN CERO NO SE CONTROLA
       20600-CONTROLAR-VERSION.
           SET WSS-VERSION-IGUAL TO TRUE
           IF WSS-FS-MAESTRO-OK
                   AND REG-NOTA-E-VERSION NOT = 0
                   AND REG-NOTA-E-VERSION NOT = REG-NIX-VERSION
               SET WSS-VERSION-DISTINTA TO TRUE
               SET WSS-NOTA-ST-MODIFICADO TO TRUE
               MOVE 'MODIFICADA POR OTRA SESION'
               TO WSV-ST-TEXTO-NOTA
               MOVE REG-NOTA-IDX TO REG-NOTA-R
               MOVE REG-NIX-VERSION TO REG-NOTA-R-VERSION
           END-IF.

       30000-CERRAR-ARCHIVO.
           CLOSE MAESTRO-NOTAS
           IF WSS-FS-MAESTRO-OK
