      ******************************************************************
      * Author: Melanie Mombru
      * Date: 2026 10
      * DESCRIPCION: Consulta y anulacion del registro de certificados
      *REGCERT.DAT (que arma RUTCERT al emitir CERTIF y ANALITIC).
      *Dado un numero de serie muestra que se emitio, a que alumno,
      *para quien, con que promedio, cuando y por que operador, para
      *contestar a quien llama a verificar una constancia. Un
      *certificado emitido por error se anula con autorizacion de un
      *operador de direccion, dejando fecha, quien autorizo y motivo.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CERTCONS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL REGCERT     ASSIGN TO DISK 'REGCERT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-REGCERT.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD REGCERT.
       COPY REG-CERTREG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-REGCERT                   PIC X(02).
           88 WSS-FS-REGCERT-OK                VALUE '00' '05'.
           88 WSS-FS-REGCERT-EOF               VALUE '10'.

      *REGISTRO COMPLETO EN MEMORIA, UN RENGLON POR CERTIFICADO
       01 WSC-MAX-CERT                     PIC 9(04) VALUE 2000.
       01 WSV-CONT-CERT                    PIC S9(4) COMP VALUE 0.
       01 WST-CERTIFICADOS.
           05 WST-CERT-REG       OCCURS 2000 TIMES INDEXED BY IND
                                           PIC X(132).

       01 WSV-SERIE-E                      PIC 9(06).
       01 WSV-NRO-ALU-E                    PIC 9(04).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONFIRMA                     PIC X(01).
           88 WSS-CONFIRMA                     VALUE 'S' 's'.
       01 WSV-MOTIVO-E                     PIC X(30).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-CONT-LISTADOS                PIC 9(04) VALUE 0.
       01 WSV-FECHA-HOY                    PIC 9(08).
       01 WSV-ENCONTRADO                   PIC X(01).
           88 WSS-ENCONTRADO                   VALUE 'S'.

      *AUTORIZACION DE DIRECCION PARA ANULAR
       01 WSV-AUTORIZANTE                  PIC X(03).
       01 WSV-AUTORIZADO                   PIC X(01).
           88 WSS-AUTORIZADO                   VALUE 'S'.

      *VISTA DE UN CERTIFICADO EN PANTALLA
       01 WSV-TIPO-TEXTO                   PIC X(10).
       01 WSV-ESTADO-TEXTO                 PIC X(07).
       01 WSV-PROMEDIO-EDIT                PIC Z9.99.
       01 WSV-PERIODO-R.
           05 WSV-PER-DESDE-MES            PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-PER-DESDE-ANIO           PIC 9(04).
           05 FILLER                       PIC X(03) VALUE ' - '.
           05 WSV-PER-HASTA-MES            PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-PER-HASTA-ANIO           PIC 9(04).
       01 WSV-FECHA-R.
           05 WSV-FEC-DIA                  PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-FEC-MES                  PIC 9(02).
           05 FILLER                       PIC X(01) VALUE '/'.
           05 WSV-FEC-ANIO                 PIC 9(04).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTOPER                     PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                     PIC X(03) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER; SIN OPERADOR VALIDO EL PROGRAMA NO TRABAJA
      *EL ROL DEL OPERADOR NECESITA PERMISO EN PERMISOS.DAT
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'CERTCONS' TO REG-OPER-PROGRAMA-E
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

      *CARGA REGCERT.DAT COMPLETO EN MEMORIA; SI NO EXISTE TODAVIA
      *NO SE EMITIO NINGUN CERTIFICADO
       10000-CARGAR-TABLA.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT REGCERT
           IF NOT WSS-FS-REGCERT-OK
               DISPLAY 'ERROR EN EL OPEN DE REGCERT.DAT'
               DISPLAY 'FILE STATUS ' WSS-FS-REGCERT
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF
           PERFORM 11000-LEER-Y-CARGAR UNTIL WSS-FS-REGCERT-EOF
           CLOSE REGCERT.

       11000-LEER-Y-CARGAR.
           READ REGCERT
           IF WSS-FS-REGCERT-OK
               IF WSV-CONT-CERT >= WSC-MAX-CERT
                   DISPLAY 'REGCERT.DAT NO ENTRA EN MEMORIA, NO SE '
                           'PUEDE CONSULTAR'
                   CLOSE REGCERT
                   PERFORM 40000-FIN-DEL-PROGRAMA
               END-IF
               ADD 1 TO WSV-CONT-CERT
               SET IND TO WSV-CONT-CERT
               MOVE REG-CERT-REGISTRO TO WST-CERT-REG(IND)
           END-IF.

       20000-MENU.
           DISPLAY '1. CONSULTAR UN CERTIFICADO POR NRO DE SERIE'
           DISPLAY '2. ANULAR UN CERTIFICADO EMITIDO POR ERROR'
           DISPLAY '3. LISTAR LOS CERTIFICADOS DE UN ALUMNO'
           DISPLAY '9. SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1 PERFORM 21000-CONSULTAR-SERIE
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 22000-ANULAR-CERTIFICADO
                   END-IF
               WHEN 3 PERFORM 25000-LISTAR-DE-UN-ALUMNO
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           END-EVALUATE.

      *MUESTRA LO EMITIDO CON EL NUMERO DE SERIE PEDIDO
       21000-CONSULTAR-SERIE.
           PERFORM 27000-BUSCAR-SERIE
           IF WSS-ENCONTRADO
               PERFORM 26000-MOSTRAR-CERTIFICADO
           ELSE
               DISPLAY 'NO EXISTE UN CERTIFICADO CON LA SERIE '
                       WSV-SERIE-E ' (NO FUE EMITIDO POR LA ESCUELA)'
           END-IF.

      *ANULA UN CERTIFICADO VIGENTE: LO MUESTRA, PIDE CONFIRMACION,
      *AUTORIZACION DE DIRECCION Y MOTIVO
       22000-ANULAR-CERTIFICADO.
           PERFORM 27000-BUSCAR-SERIE
           IF NOT WSS-ENCONTRADO
               DISPLAY 'NO EXISTE UN CERTIFICADO CON LA SERIE '
                       WSV-SERIE-E
           ELSE
               PERFORM 26000-MOSTRAR-CERTIFICADO
               IF WSS-CRG-ANULADO
                   DISPLAY 'EL CERTIFICADO YA ESTA ANULADO'
               ELSE
                   DISPLAY 'CONFIRMA LA ANULACION (S/N): '
                   MOVE SPACE TO WSV-CONFIRMA
                   ACCEPT WSV-CONFIRMA
                   IF WSS-CONFIRMA
                       PERFORM 23000-AUTORIZAR-DIRECCION
                       IF WSS-AUTORIZADO
                           PERFORM 24000-MARCAR-ANULADO
                       END-IF
                   ELSE
                       DISPLAY 'NO SE ANULA'
                   END-IF
               END-IF
           END-IF.

      *PIDE CODIGO Y CLAVE DE UN OPERADOR DE DIRECCION Y LOS VALIDA
      *VIA RUTOPER; SIN CODIGO NO HAY AUTORIZACION
       23000-AUTORIZAR-DIRECCION.
           MOVE 'N' TO WSV-AUTORIZADO
           MOVE SPACES TO WSV-AUTORIZANTE
           DISPLAY 'CODIGO DEL OPERADOR DE DIRECCION QUE AUTORIZA '
                   '(ENTER PARA CANCELAR): '
           ACCEPT REG-OPER-CODIGO-E
           IF REG-OPER-CODIGO-E = SPACES
               DISPLAY 'SIN AUTORIZACION, NO SE ANULA'
           ELSE
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

      *PIDE EL MOTIVO Y DEJA EL CERTIFICADO ANULADO CON FECHA Y QUIEN
      *AUTORIZO
       24000-MARCAR-ANULADO.
           MOVE SPACES TO WSV-MOTIVO-E
           PERFORM UNTIL WSV-MOTIVO-E NOT= SPACES
               DISPLAY 'MOTIVO DE LA ANULACION: '
               ACCEPT WSV-MOTIVO-E
           END-PERFORM
           SET WSS-CRG-ANULADO TO TRUE
           MOVE WSV-FECHA-HOY TO REG-CRG-FECHA-ANULA
           MOVE WSV-AUTORIZANTE TO REG-CRG-OPER-ANULA
           MOVE WSV-MOTIVO-E TO REG-CRG-MOTIVO-ANULA
           MOVE REG-CERT-REGISTRO TO WST-CERT-REG(IND)
           ADD 1 TO WSV-CONT-CAMBIOS
           DISPLAY 'CERTIFICADO ' REG-CRG-SERIE ' ANULADO'.

      *LISTA TODOS LOS CERTIFICADOS EMITIDOS A UN ALUMNO
       25000-LISTAR-DE-UN-ALUMNO.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
           MOVE 0 TO WSV-CONT-LISTADOS
           PERFORM VARYING IND FROM 1 BY 1
                   UNTIL IND > WSV-CONT-CERT
               MOVE WST-CERT-REG(IND) TO REG-CERT-REGISTRO
               IF REG-CRG-NRO-ALUMNO = WSV-NRO-ALU-E
                   PERFORM 26000-MOSTRAR-CERTIFICADO
                   ADD 1 TO WSV-CONT-LISTADOS
               END-IF
           END-PERFORM
           DISPLAY 'CERTIFICADOS DEL ALUMNO: ' WSV-CONT-LISTADOS.

      *MUESTRA EL CERTIFICADO QUE ESTA EN EL AREA DEL REGISTRO
       26000-MOSTRAR-CERTIFICADO.
           IF WSS-CRG-ANALITICO
               MOVE 'ANALITICO' TO WSV-TIPO-TEXTO
           ELSE
               MOVE 'CONSTANCIA' TO WSV-TIPO-TEXTO
           END-IF
           IF WSS-CRG-ANULADO
               MOVE 'ANULADO' TO WSV-ESTADO-TEXTO
           ELSE
               MOVE 'VIGENTE' TO WSV-ESTADO-TEXTO
           END-IF
           MOVE REG-CRG-PERIODO-DESDE(5:2) TO WSV-PER-DESDE-MES
           MOVE REG-CRG-PERIODO-DESDE(1:4) TO WSV-PER-DESDE-ANIO
           MOVE REG-CRG-PERIODO-HASTA(5:2) TO WSV-PER-HASTA-MES
           MOVE REG-CRG-PERIODO-HASTA(1:4) TO WSV-PER-HASTA-ANIO
           MOVE REG-CRG-FECHA(7:2) TO WSV-FEC-DIA
           MOVE REG-CRG-FECHA(5:2) TO WSV-FEC-MES
           MOVE REG-CRG-FECHA(1:4) TO WSV-FEC-ANIO
           MOVE REG-CRG-PROMEDIO TO WSV-PROMEDIO-EDIT
           DISPLAY '----------------------------------------'
           DISPLAY 'SERIE ' REG-CRG-SERIE ' ' WSV-TIPO-TEXTO ' '
                   WSV-ESTADO-TEXTO
           DISPLAY 'ALUMNO ' REG-CRG-NRO-ALUMNO ' ' REG-CRG-NOMBRE
           DISPLAY 'PERIODO ' WSV-PERIODO-R
           DISPLAY 'PROMEDIO ' WSV-PROMEDIO-EDIT ' SOBRE '
                   REG-CRG-CANT-NOTAS ' NOTAS'
           DISPLAY 'EMITIDO EL ' WSV-FECHA-R ' POR ' REG-CRG-OPERADOR
           IF REG-CRG-DESTINATARIO NOT= SPACES
               DISPLAY 'ENTREGADO A ' REG-CRG-DESTINATARIO
           END-IF
           IF WSS-CRG-ANULADO
               MOVE REG-CRG-FECHA-ANULA(7:2) TO WSV-FEC-DIA
               MOVE REG-CRG-FECHA-ANULA(5:2) TO WSV-FEC-MES
               MOVE REG-CRG-FECHA-ANULA(1:4) TO WSV-FEC-ANIO
               DISPLAY 'ANULADO EL ' WSV-FECHA-R ' AUTORIZO '
                       REG-CRG-OPER-ANULA ' MOTIVO: '
                       REG-CRG-MOTIVO-ANULA
           END-IF.

      *PIDE LA SERIE Y LA BUSCA EN LA TABLA; SI LA ENCUENTRA DEJA EL
      *CERTIFICADO EN EL AREA DEL REGISTRO E IND POSICIONADO
       27000-BUSCAR-SERIE.
           DISPLAY 'INGRESE NRO DE SERIE: '
           ACCEPT WSV-SERIE-E
           MOVE 'N' TO WSV-ENCONTRADO
           SET IND TO 1
           PERFORM UNTIL IND > WSV-CONT-CERT OR WSS-ENCONTRADO
               MOVE WST-CERT-REG(IND) TO REG-CERT-REGISTRO
               IF REG-CRG-SERIE = WSV-SERIE-E
                   SET WSS-ENCONTRADO TO TRUE
               ELSE
                   SET IND UP BY 1
               END-IF
           END-PERFORM.

      *REGRABA REGCERT.DAT COMPLETO SI HUBO ANULACIONES
       30000-GRABAR-TABLA.
           IF WSV-CONT-CAMBIOS NOT= 0
               OPEN OUTPUT REGCERT
               IF NOT WSS-FS-REGCERT-OK
                   DISPLAY 'ERROR EN EL OPEN DE SALIDA DE REGCERT.DAT'
                   DISPLAY 'FILE STATUS ' WSS-FS-REGCERT
               ELSE
                   PERFORM VARYING IND FROM 1 BY 1
                           UNTIL IND > WSV-CONT-CERT
                       WRITE REG-CERT-REGISTRO FROM WST-CERT-REG(IND)
                       IF NOT WSS-FS-REGCERT-OK
                           DISPLAY 'ERROR EN EL WRITE DE REGCERT.DAT'
                           DISPLAY 'FILE STATUS ' WSS-FS-REGCERT
                       END-IF
                   END-PERFORM
                   CLOSE REGCERT
                   DISPLAY 'ANULACIONES GRABADAS EN REGCERT.DAT'
               END-IF
           END-IF.

      *DA FIN AL PROGRAMA
       40000-FIN-DEL-PROGRAMA.
           STOP RUN.
