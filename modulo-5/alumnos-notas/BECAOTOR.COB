      *otorgado vivia en una carpeta: con el registro en archivo, el
      *batch BECARENV puede re-evaluar a mitad de anio si cada
      *becado sigue cumpliendo los criterios de BECAS.PRM.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - La beca lleva el porcentaje de descuento sobre el
      *   arancel (0 = se descuenta el monto mensual), que aplica
      *   CUOTAGEN, y el estado con el periodo de baja que pone
      *   BECARENV al cancelarla; se conservan al regrabar y el
      *   listado muestra las canceladas.
      * 2026 10 - Se identifica el operador y se verifica el permiso de
      *   su rol para este programa en PERMISOS.DAT via RUTOPER; los
      *   rechazos quedan en PERMISOS-LOG.DAT
      * 2026 10 - El alumno se valida y su nombre se toma por clave en
      *   el maestro indexado ALUMNOS.IDX via RUTALUM en lugar de cargar
      *   ALUMNOS.DAT entero en memoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                                   'BECAS-OTORGADAS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WSS-FS-OTORGADAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.

       FD OTORGADAS.
       COPY REG-OTORG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WSS-FS-OTORGADAS                 PIC X(02).
           88 WSS-FS-OTORGADAS-OK              VALUE '00' '05'.
           88 WSS-FS-OTORGADAS-EOF             VALUE '10'.

       01 WSC-MAX-BECAS                    PIC 9(03) VALUE 200.
       01 WSV-CONT-BECAS                   PIC S9(4) COMP VALUE 0.
       01 WST-BECAS.
               10 WST-BE-ANIO              PIC 9(04).
               10 WST-BE-CATEGORIA         PIC X(01).
               10 WST-BE-MONTO             PIC 9(05)V9(02).
               10 WST-BE-PORCENTAJE        PIC 9(03).
               10 WST-BE-ESTADO            PIC X(01).
                   88 WSS-BECA-CANCELADA           VALUE 'C'.
               10 WST-BE-PERIODO-BAJA      PIC 9(06).
               10 WST-BE-BAJA              PIC X(01) VALUE 'N'.
                   88 WSS-BECA-DE-BAJA             VALUE 'S'.

       01 WSV-ANIO-E                       PIC 9(04).
       01 WSV-CATEGORIA-E                  PIC X(01).
       01 WSV-MONTO-E                      PIC 9(05)V9(02).
       01 WSV-PORCENTAJE-E                 PIC 9(03).
       01 WSV-OPCION-MENU                  PIC 9(01).
       01 WSV-CONT-CAMBIOS                 PIC S9(4) COMP VALUE 0.
       01 WSV-ALUMNO-VALIDO                PIC X(01).
           88 WSS-ALUMNO-VALIDO                VALUE 'S'.
       01 WSV-NOMBRE-ALU                   PIC X(23).

       01  WSC-RUTOPER                 PIC X(07) VALUE "RUTOPER".
       COPY REG-OPER.
       01 WSV-OPERADOR                 PIC X(03) VALUE SPACES.

      *ALUMNOS PARA VALIDAR Y MOSTRAR NOMBRES, LEIDOS POR CLAVE EN
      *ALUMNOS.IDX
       01  WSC-RUTALUM                 PIC X(07) VALUE "RUTALUM".
       COPY REG-ALUIDX.
      *-----------------------
       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 02000-IDENTIFICAR-OPERADOR
           PERFORM 05000-ABRIR-ALUMNOS
           PERFORM 10000-CARGAR-TABLA
           PERFORM 20000-MENU UNTIL WSV-OPCION-MENU = 9
           MOVE "CLO" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           PERFORM 30000-GRABAR-TABLA
           PERFORM 40000-FIN-DEL-PROGRAMA.

      *PIDE Y VALIDA EL CODIGO DE OPERADOR CONTRA OPERADORES.DAT
      *VIA RUTOPER, CON EL PERMISO DE SU ROL PARA ESTE PROGRAMA EN
      *PERMISOS.DAT; SIN OPERADOR HABILITADO EL PROGRAMA NO TRABAJA
       02000-IDENTIFICAR-OPERADOR.
           MOVE 'BECAOTOR' TO REG-OPER-PROGRAMA-E
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

       05000-ABRIR-ALUMNOS.
           MOVE "OIN" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF NOT WSS-ALUX-ST-OK
               DISPLAY 'ERROR EN EL OPEN DE ALUMNOS.IDX'
               DISPLAY WSV-ST-TEXTO-ALUX
               PERFORM 40000-FIN-DEL-PROGRAMA
           END-IF.

       10000-CARGAR-TABLA.
                   MOVE REG-OTO-ANIO TO WST-BE-ANIO(IND)
                   MOVE REG-OTO-CATEGORIA TO WST-BE-CATEGORIA(IND)
                   MOVE REG-OTO-MONTO TO WST-BE-MONTO(IND)
                   IF REG-OTO-PORCENTAJE NUMERIC
                       MOVE REG-OTO-PORCENTAJE
                           TO WST-BE-PORCENTAJE(IND)
                       MOVE REG-OTO-ESTADO TO WST-BE-ESTADO(IND)
                       MOVE REG-OTO-PERIODO-BAJA
                           TO WST-BE-PERIODO-BAJA(IND)
                   ELSE
                       MOVE 0 TO WST-BE-PORCENTAJE(IND)
                       MOVE 'V' TO WST-BE-ESTADO(IND)
                       MOVE 0 TO WST-BE-PERIODO-BAJA(IND)
                   END-IF
                   MOVE 'N' TO WST-BE-BAJA(IND)
               END-IF
           END-IF.
           DISPLAY '9. GRABAR CAMBIOS Y SALIR'
           ACCEPT WSV-OPCION-MENU
           EVALUATE WSV-OPCION-MENU
               WHEN 1
                   SET WSS-OPER-ALTA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 21000-OTORGAR-BECA
                   END-IF
               WHEN 2
                   SET WSS-OPER-BAJA TO TRUE
                   PERFORM 02100-VERIFICAR-PERMISO
                   IF WSS-OPER-OK
                       PERFORM 23000-REVOCAR-BECA
                   END-IF
               WHEN 3 PERFORM 24000-LISTAR-BECAS
               WHEN 9 CONTINUE
               WHEN OTHER DISPLAY 'OPCION INVALIDA'
           PERFORM 26000-VALIDAR-ALUMNO
           IF NOT WSS-ALUMNO-VALIDO
               DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO EN '
                       'ALUMNOS.IDX'
           ELSE
               DISPLAY 'ALUMNO: ' REG-ALUX-R-NOMBRE
               DISPLAY 'INGRESE ANIO DE LA BECA (AAAA): '
               ACCEPT WSV-ANIO-E
               PERFORM 27000-BUSCAR-BECA
                       ACCEPT WSV-CATEGORIA-E
                       DISPLAY 'INGRESE MONTO MENSUAL: '
                       ACCEPT WSV-MONTO-E
                       PERFORM 22000-INGRESAR-PORCENTAJE
                       ADD 1 TO WSV-CONT-BECAS
                       SET IND TO WSV-CONT-BECAS
                       MOVE WSV-NRO-ALU-E TO WST-BE-NRO-ALUMNO(IND)
                       MOVE WSV-CATEGORIA-E
                           TO WST-BE-CATEGORIA(IND)
                       MOVE WSV-MONTO-E TO WST-BE-MONTO(IND)
                       MOVE WSV-PORCENTAJE-E
                           TO WST-BE-PORCENTAJE(IND)
                       MOVE 'V' TO WST-BE-ESTADO(IND)
                       MOVE 0 TO WST-BE-PERIODO-BAJA(IND)
                       MOVE 'N' TO WST-BE-BAJA(IND)
                       ADD 1 TO WSV-CONT-CAMBIOS
                       DISPLAY 'BECA REGISTRADA'
               END-IF
           END-IF.

      *EL PORCENTAJE SE APLICA SOBRE EL ARANCEL DE CADA CUOTA; EN
      *CERO SE DESCUENTA EL MONTO MENSUAL
       22000-INGRESAR-PORCENTAJE.
           DISPLAY 'INGRESE PORCENTAJE DE DESCUENTO SOBRE EL ARANCEL '
                   '(0 = DESCONTAR EL MONTO MENSUAL): '
           ACCEPT WSV-PORCENTAJE-E
           IF WSV-PORCENTAJE-E > 100
               DISPLAY 'EL PORCENTAJE NO PUEDE SUPERAR 100'
               PERFORM 22000-INGRESAR-PORCENTAJE
           END-IF.

       23000-REVOCAR-BECA.
           DISPLAY 'INGRESE NRO DE ALUMNO: '
           ACCEPT WSV-NRO-ALU-E
                   MOVE WST-BE-NRO-ALUMNO(IND) TO WSV-NRO-ALU-E
                   PERFORM 26000-VALIDAR-ALUMNO
                   IF WSS-ALUMNO-VALIDO
                       MOVE REG-ALUX-R-NOMBRE TO WSV-NOMBRE-ALU
                   ELSE
                       MOVE SPACES TO WSV-NOMBRE-ALU
                   END-IF
                           WSV-NOMBRE-ALU ' ANIO '
                           WST-BE-ANIO(IND) ' CAT '
                           WST-BE-CATEGORIA(IND) ' MONTO '
                           WST-BE-MONTO(IND) ' PORC '
                           WST-BE-PORCENTAJE(IND)
                   IF WSS-BECA-CANCELADA(IND)
                       DISPLAY '     CANCELADA, NO DESCUENTA DESDE '
                               WST-BE-PERIODO-BAJA(IND)
                   END-IF
               END-IF
           END-PERFORM.

       26000-VALIDAR-ALUMNO.
           MOVE 'N' TO WSV-ALUMNO-VALIDO
           MOVE WSV-NRO-ALU-E TO REG-ALUX-E-NRO-ALUMNO
           MOVE "REA" TO WSS-OPCION-ALUX
           CALL WSC-RUTALUM USING REGISTRO-ALUMNO-ARCH
           IF WSS-ALUX-ST-OK
               SET WSS-ALUMNO-VALIDO TO TRUE
           END-IF.

       27000-BUSCAR-BECA.
                           MOVE WST-BE-CATEGORIA(IND)
                               TO REG-OTO-CATEGORIA
                           MOVE WST-BE-MONTO(IND) TO REG-OTO-MONTO
                           MOVE WST-BE-PORCENTAJE(IND)
                               TO REG-OTO-PORCENTAJE
                           MOVE WST-BE-ESTADO(IND) TO REG-OTO-ESTADO
                           MOVE WST-BE-PERIODO-BAJA(IND)
                               TO REG-OTO-PERIODO-BAJA
                           WRITE REG-OTORGADA
                           IF NOT WSS-FS-OTORGADAS-OK
                               DISPLAY 'ERROR EN EL WRITE DE BECAS'
