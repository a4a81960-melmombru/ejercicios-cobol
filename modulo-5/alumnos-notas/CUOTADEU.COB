      *adeudado, para que la secretaria se lo entregue a direccion
      *sin revisar el libro de cuotas a mano. Los nombres salen de
      *ALUMNOS.DAT.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - En el detalle por alumno, la cuota con descuento
      *   (beca o hermanos, puesto por CUOTAGEN) muestra ademas el
      *   arancel bruto, el descuento con su motivo y el neto.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD CUOTAS.
       COPY REG-CUOTA.

       FD ENTRADA-ALUMNOS.
       COPY REG-ALUM.
               10 WST-DE-PERIODO               PIC 9(06).
               10 WST-DE-VENCIMIENTO           PIC 9(08).
               10 WST-DE-SALDO                 PIC 9(06)V9(02).
               10 WST-DE-BRUTO                 PIC 9(05)V9(02).
               10 WST-DE-DESCUENTO             PIC 9(05)V9(02).
               10 WST-DE-NETO                  PIC 9(05)V9(02).
               10 WST-DE-MOTIVO-DESC           PIC X(01).

      *CURSOS Y ALUMNOS DISTINTOS CON DEUDA
       01 WSC-MAX-CURSOS                       PIC 9(02) VALUE 20.
       01 WSV-SALDO-EDIT                       PIC ZZZZZ9.99.
       01 WSV-TOTAL-EDIT                       PIC ZZZZZZZ9.99.
       01 WSV-NOMBRE-ALU                       PIC X(23).
       01 WSV-BRUTO-EDIT                       PIC ZZZZ9.99.
       01 WSV-DESCUENTO-EDIT                   PIC ZZZZ9.99.
       01 WSV-NETO-EDIT                        PIC ZZZZ9.99.
       01 WSV-MOTIVO-TEXTO                     PIC X(15).
       01 WSV-SUB-DE                           PIC 9(04).
       01 WSV-ALUMNO-LISTADO                   PIC 9(04).

                           MOVE REG-CUO-VENCIMIENTO
                               TO WST-DE-VENCIMIENTO(IND-DE)
                           MOVE WSV-SALDO TO WST-DE-SALDO(IND-DE)
                           MOVE REG-CUO-MONTO TO WST-DE-NETO(IND-DE)
                           IF REG-CUO-DESCUENTO NUMERIC
                               MOVE REG-CUO-BRUTO
                                   TO WST-DE-BRUTO(IND-DE)
                               MOVE REG-CUO-DESCUENTO
                                   TO WST-DE-DESCUENTO(IND-DE)
                               MOVE REG-CUO-MOTIVO-DESC
                                   TO WST-DE-MOTIVO-DESC(IND-DE)
                           ELSE
                               MOVE REG-CUO-MONTO
                                   TO WST-DE-BRUTO(IND-DE)
                               MOVE 0 TO WST-DE-DESCUENTO(IND-DE)
                               MOVE SPACE
                                   TO WST-DE-MOTIVO-DESC(IND-DE)
                           END-IF
                       END-IF
                   END-IF
               END-IF
                       DISPLAY '  PERIODO ' WST-DE-PERIODO(IND-DE)
                               ' VTO ' WST-DE-VENCIMIENTO(IND-DE)
                               ' SALDO ' WSV-SALDO-EDIT
                       IF WST-DE-DESCUENTO(IND-DE) > 0
                           PERFORM 43000-MOSTRAR-DESCUENTO
                       END-IF
                       ADD WST-DE-SALDO(IND-DE) TO WSV-TOTAL-ALUMNO
                   END-IF
               END-PERFORM
               END-IF
           END-PERFORM.

      *BRUTO, DESCUENTO CON SU MOTIVO Y NETO DE LA CUOTA
       43000-MOSTRAR-DESCUENTO.
           EVALUATE WST-DE-MOTIVO-DESC(IND-DE)
               WHEN 'B' MOVE 'BECA' TO WSV-MOTIVO-TEXTO
               WHEN 'H' MOVE 'HERMANOS' TO WSV-MOTIVO-TEXTO
               WHEN 'A' MOVE 'BECA Y HERMANOS' TO WSV-MOTIVO-TEXTO
               WHEN OTHER MOVE SPACES TO WSV-MOTIVO-TEXTO
           END-EVALUATE
           MOVE WST-DE-BRUTO(IND-DE) TO WSV-BRUTO-EDIT
           MOVE WST-DE-DESCUENTO(IND-DE) TO WSV-DESCUENTO-EDIT
           MOVE WST-DE-NETO(IND-DE) TO WSV-NETO-EDIT
           DISPLAY '    BRUTO ' WSV-BRUTO-EDIT
                   ' DESCUENTO ' WSV-DESCUENTO-EDIT
                   ' (' WSV-MOTIVO-TEXTO ') NETO ' WSV-NETO-EDIT.

      *DA FIN AL PROGRAMA
       50000-FIN-DEL-PROGRAMA.
           STOP RUN.
