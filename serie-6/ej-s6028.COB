      *menor y el mayor numero emitido. Un hueco en la numeracion es
      *un hallazgo en cualquier inspeccion, asi que esto se corre
      *antes de que lo corra el inspector.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La auditoria pasa a la rutina RUTNUMFA, que tambien
      *   usa la exportacion del regimen de informacion (EJES6048) para
      *   un periodo; aca se sigue auditando todo FACTEMIT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WSC-RUTNUMFA            PIC X(08) VALUE "RUTNUMFA".
       COPY REG-NUMFA.

       01 WSV-SUB-HALL             PIC 9(03).
       01 WSV-NO-LISTADOS          PIC 9(04).

       01 WSV-LINEA.
           05 FILLER               PIC X(50) VALUE ALL "*".
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           MOVE SPACES TO REG-NUMFA-PERIODO
           CALL WSC-RUTNUMFA USING REGISTRO-NUMFA
           EVALUATE TRUE
               WHEN NOT WSS-NUMFA-OK
                   DISPLAY WSV-ST-TEXTO-NUMFA
               WHEN REG-NUMFA-CANTIDAD-R = 0
                   DISPLAY 'FACTEMIT.DAT VACIO O INEXISTENTE, NO HAY '
                           'NUMERACION QUE AUDITAR'
               WHEN OTHER
                   PERFORM 20000-INFORMAR-AUDITORIA
           END-EVALUATE
           PERFORM FIN-DEL-PROGRAMA.

      *LA SECUENCIA SE RECORRE EN RUTNUMFA, DEL MENOR AL MAYOR NUMERO
      *EMITIDO CONTANDO APARICIONES: CERO ES HUECO, MAS DE UNA ES
      *DUPLICADO
       20000-INFORMAR-AUDITORIA.
           DISPLAY WSV-LINEA
           DISPLAY 'AUDITORIA DE NUMERACION DE FACTURAS ('
                   REG-NUMFA-MIN-R ' A ' REG-NUMFA-MAX-R ')'
           DISPLAY WSV-LINEA
           PERFORM VARYING WSV-SUB-HALL FROM 1 BY 1
                   UNTIL WSV-SUB-HALL > REG-NUMFA-CONT-HALL-R
               IF REG-NUMFA-APARIC-R(WSV-SUB-HALL) = 0
                   DISPLAY 'HUECO: FALTA EL NUMERO '
                           REG-NUMFA-NUMERO-R(WSV-SUB-HALL)
               ELSE
                   DISPLAY 'DUPLICADO: EL NUMERO '
                           REG-NUMFA-NUMERO-R(WSV-SUB-HALL) ' APARECE '
                           REG-NUMFA-APARIC-R(WSV-SUB-HALL) ' VECES'
               END-IF
           END-PERFORM
           COMPUTE WSV-NO-LISTADOS = REG-NUMFA-HUECOS-R +
                   REG-NUMFA-DUPLIC-R - REG-NUMFA-CONT-HALL-R
           IF WSV-NO-LISTADOS > 0
               DISPLAY 'Y ' WSV-NO-LISTADOS
                       ' HALLAZGO(S) MAS SIN LISTAR'
           END-IF
           DISPLAY WSV-LINEA
           DISPLAY 'NUMEROS EMITIDOS: ' REG-NUMFA-CANTIDAD-R
           DISPLAY 'HUECOS:           ' REG-NUMFA-HUECOS-R
           DISPLAY 'DUPLICADOS:       ' REG-NUMFA-DUPLIC-R
           IF REG-NUMFA-HUECOS-R = 0 AND REG-NUMFA-DUPLIC-R = 0
               DISPLAY 'SECUENCIA COMPLETA Y SIN REPETIDOS'
           END-IF
           DISPLAY WSV-LINEA.
