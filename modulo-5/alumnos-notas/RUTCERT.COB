      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Rutina del registro de certificados emitidos.
      *    Opcion E (emitir): toma el proximo numero de serie de
      *    CERTIF.CTL, regraba el control en el acto (una caida no
      *    repite numeros) y asienta en REGCERT.DAT la serie con el
      *    alumno, tipo (C constancia, A analitico), periodo, fecha,
      *    operador, promedio y cantidad de notas impresos y el
      *    destinatario. Devuelve la serie para imprimirla en el
      *    documento. La consulta y la anulacion las hace CERTCONS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RUTCERT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL CONTROL-CERT
                                   ASSIGN TO DISK 'CERTIF.CTL'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-CONTROL.

       SELECT OPTIONAL REGCERT     ASSIGN TO DISK 'REGCERT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-REGCERT.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD CONTROL-CERT.
       01 REG-CONTROL.
           05 REG-CTL-PROX-SERIE       PIC 9(06).

       FD REGCERT.
       COPY REG-CERTREG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-CONTROL               PIC X(02).
           88 WSS-FS-CONTROL-OK            VALUE '00' '05'.

       01 WSS-FS-REGCERT               PIC X(02).
           88 WSS-FS-REGCERT-OK            VALUE '00' '05'.

       01 WSV-PROX-SERIE               PIC 9(06).
       01 WSV-FECHA-SISTEMA            PIC 9(08).
      *-----------------------
       LINKAGE SECTION.
       COPY REG-CERT.
      *-----------------------
       PROCEDURE DIVISION USING REGISTRO-CERTIFICADO.
       00000-CONTROL.
           SET WSS-CERT-OK TO TRUE
           MOVE SPACES TO WSV-ST-TEXTO-CERT
           MOVE 0 TO REG-CERT-SERIE-R
           EVALUATE TRUE
               WHEN WSS-CERT-EMITIR
                   PERFORM 10000-TOMAR-SERIE
                   IF WSS-CERT-OK
                       PERFORM 20000-ASENTAR-CERTIFICADO
                   END-IF
               WHEN OTHER
                   SET WSS-CERT-ERROR TO TRUE
                   MOVE "ACCION SOLICITADA NO ENCONTRADA"
                       TO WSV-ST-TEXTO-CERT
           END-EVALUATE
           PERFORM 90000-FIN-DE-RUTINA.

      *LEE EL PROXIMO NUMERO DE SERIE DEL CONTROL (ARRANCA EN 1 SI EL
      *CONTROL NO EXISTE TODAVIA) Y LO REGRABA YA INCREMENTADO
       10000-TOMAR-SERIE.
           MOVE 1 TO WSV-PROX-SERIE
           OPEN INPUT CONTROL-CERT
           IF WSS-FS-CONTROL-OK
               READ CONTROL-CERT
               IF WSS-FS-CONTROL-OK
                   MOVE REG-CTL-PROX-SERIE TO WSV-PROX-SERIE
               END-IF
           END-IF
           CLOSE CONTROL-CERT
           MOVE WSV-PROX-SERIE TO REG-CERT-SERIE-R
           ADD 1 TO WSV-PROX-SERIE
           OPEN OUTPUT CONTROL-CERT
           IF NOT WSS-FS-CONTROL-OK
               SET WSS-CERT-ERROR TO TRUE
               MOVE 'ERROR EN EL OPEN DE CERTIF.CTL'
                   TO WSV-ST-TEXTO-CERT
           ELSE
               MOVE WSV-PROX-SERIE TO REG-CTL-PROX-SERIE
               WRITE REG-CONTROL
               IF NOT WSS-FS-CONTROL-OK
                   SET WSS-CERT-ERROR TO TRUE
                   MOVE 'ERROR EN EL WRITE DE CERTIF.CTL'
                       TO WSV-ST-TEXTO-CERT
               END-IF
               CLOSE CONTROL-CERT
           END-IF.

      *AGREGA EL CERTIFICADO AL REGISTRO COMO VIGENTE
       20000-ASENTAR-CERTIFICADO.
           OPEN EXTEND REGCERT
           IF NOT WSS-FS-REGCERT-OK
               SET WSS-CERT-ERROR TO TRUE
               MOVE 'ERROR EN EL OPEN DE REGCERT.DAT'
                   TO WSV-ST-TEXTO-CERT
           ELSE
               ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
               MOVE REG-CERT-SERIE-R TO REG-CRG-SERIE
               MOVE REG-CERT-TIPO TO REG-CRG-TIPO
               MOVE REG-CERT-NRO-ALUMNO TO REG-CRG-NRO-ALUMNO
               MOVE REG-CERT-NOMBRE TO REG-CRG-NOMBRE
               MOVE REG-CERT-DESDE TO REG-CRG-PERIODO-DESDE
               MOVE REG-CERT-HASTA TO REG-CRG-PERIODO-HASTA
               MOVE WSV-FECHA-SISTEMA TO REG-CRG-FECHA
               MOVE REG-CERT-OPERADOR TO REG-CRG-OPERADOR
               MOVE REG-CERT-PROMEDIO TO REG-CRG-PROMEDIO
               MOVE REG-CERT-CANT-NOTAS TO REG-CRG-CANT-NOTAS
               MOVE REG-CERT-DESTINATARIO TO REG-CRG-DESTINATARIO
               SET WSS-CRG-VIGENTE TO TRUE
               MOVE 0 TO REG-CRG-FECHA-ANULA
               MOVE SPACES TO REG-CRG-OPER-ANULA
               MOVE SPACES TO REG-CRG-MOTIVO-ANULA
               WRITE REG-CERT-REGISTRO
               IF NOT WSS-FS-REGCERT-OK
                   SET WSS-CERT-ERROR TO TRUE
                   MOVE 'ERROR EN EL WRITE DE REGCERT.DAT'
                       TO WSV-ST-TEXTO-CERT
               END-IF
               CLOSE REGCERT
           END-IF.

      *DA FIN A LA RUTINA
       90000-FIN-DE-RUTINA.
           GOBACK.
