      *   informa en REG-OPERADOR-E en cada alta, baja y
      *   modificacion, para que las entradas del log de cambios
      *   lleven quien hizo el cambio.
      * 2026 10 - La baja y la modificacion leen primero la persona, la
      *   muestran y pasan a RUTARCH el contador de cambios leido. Si
      *   otro usuario la cambio en el medio, se relee, se muestra campo
      *   por campo que cambio y se ofrece reintentar sobre los datos
      *   actuales. La modificacion conserva el DNI y el telefono que la
      *   persona ya tenia.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               10 MES-T                 PIC 9(2).
               10 DIA-T                 PIC 9(2).

      *PERSONA TAL COMO SE LEYO ANTES DE UNA BAJA O MODIFICACION, CON
      *SU CONTADOR DE CAMBIOS, PARA QUE RUTARCH RECHACE LA OPERACION SI
      *OTRO USUARIO LA CAMBIO EN EL MEDIO Y PARA MOSTRAR QUE CAMBIO
       01 WSV-LEIDO.
           05 WSV-LEIDO-CLAVE          PIC X(04).
           05 WSV-LEIDO-NOMBRE         PIC X(30).
           05 WSV-LEIDO-FECHA          PIC X(10).
           05 WSV-LEIDO-DNI            PIC X(10).
           05 WSV-LEIDO-TELEFONO       PIC X(11).
       01 WSV-VERSION-LEIDA            PIC 9(05).

       01 WSV-FIN-OPERACION            PIC X(01).
           88 WSS-FIN-OPERACION                VALUE 'S'.
           88 WSS-SIGUE-OPERACION              VALUE 'N'.

       01 WSV-REINTENTO                PIC X(01).
           88 WSS-REINTENTAR                   VALUE 'S' 's'.

       COPY REG-LLAMADO.
       COPY REG-ARCHIVO.
      *-----------------------
           MOVE WSV-FECHA-NUMERICA(3:2) TO MES-T
           MOVE WSV-FECHA-NUMERICA(5:4) TO ANIO-T.

      *LEE LA PERSONA ANTES DE UNA BAJA O MODIFICACION Y GUARDA LOS
      *DATOS Y EL CONTADOR DE CAMBIOS QUE SE LEYERON
       20500-LEER-ACTUAL.
           MOVE "REA" TO WSS-OPCION
           CALL WSC-RUT-ARCHIVO USING REGISTRO-ARCHIVO
           IF WSS-ST-OK
               MOVE REG-ARCH-R TO WSV-LEIDO
               MOVE REG-VERSION-R TO WSV-VERSION-LEIDA
               DISPLAY "DATOS ACTUALES"
               DISPLAY "CLAVE : " WSV-LEIDO-CLAVE
               DISPLAY "NOMBRE: " WSV-LEIDO-NOMBRE
               DISPLAY "FECHA : " WSV-LEIDO-FECHA
           END-IF.

      *RUTARCH RECHAZO LA OPERACION PORQUE OTRO USUARIO CAMBIO LA
      *PERSONA DESDE QUE SE LEYO: SE RELEE Y SE MUESTRA CAMPO POR CAMPO
      *QUE CAMBIO. LO RELEIDO PASA A SER LA BASE DEL REINTENTO
       20600-MOSTRAR-CAMBIOS.
           DISPLAY "OTRO USUARIO CAMBIO LA PERSONA DESDE QUE SE LEYO"
           MOVE "REA" TO WSS-OPCION
           CALL WSC-RUT-ARCHIVO USING REGISTRO-ARCHIVO
           IF NOT WSS-ST-OK
               DISPLAY "LA PERSONA YA NO ESTA EN EL ARCHIVO"
               SET WSS-FIN-OPERACION TO TRUE
           ELSE
               IF REG-ARCH-R = WSV-LEIDO
                   DISPLAY "LOS DATOS QUEDARON IGUALES"
               END-IF
               IF REG-NOMBRE-R NOT = WSV-LEIDO-NOMBRE
                   DISPLAY "NOMBRE   ANTES: " WSV-LEIDO-NOMBRE
                   DISPLAY "         AHORA: " REG-NOMBRE-R
               END-IF
               IF REG-FECHA-R NOT = WSV-LEIDO-FECHA
                   DISPLAY "FECHA    ANTES: " WSV-LEIDO-FECHA
                   DISPLAY "         AHORA: " REG-FECHA-R
               END-IF
               IF REG-DNI-R NOT = WSV-LEIDO-DNI
                   DISPLAY "DNI      ANTES: " WSV-LEIDO-DNI
                   DISPLAY "         AHORA: " REG-DNI-R
               END-IF
               IF REG-TELEFONO-R NOT = WSV-LEIDO-TELEFONO
                   DISPLAY "TELEFONO ANTES: " WSV-LEIDO-TELEFONO
                   DISPLAY "         AHORA: " REG-TELEFONO-R
               END-IF
               MOVE REG-ARCH-R TO WSV-LEIDO
               MOVE REG-VERSION-R TO WSV-VERSION-LEIDA
           END-IF.

      *DESPUES DE MOSTRAR LOS CAMBIOS, PREGUNTA SI SE REINTENTA LA
      *OPERACION SOBRE LOS DATOS ACTUALES
       20700-PEDIR-REINTENTO.
           IF WSS-SIGUE-OPERACION
               DISPLAY "REINTENTA SOBRE LOS DATOS ACTUALES (S/N): "
               ACCEPT WSV-REINTENTO
               IF NOT WSS-REINTENTAR
                   DISPLAY "OPERACION CANCELADA"
                   SET WSS-FIN-OPERACION TO TRUE
               END-IF
           END-IF.

      *ALTA: PIDE CLAVE Y DATOS Y ESCRIBE UN REGISTRO NUEVO
       21000-ALTA.
           PERFORM 20200-INGRESAR-CLAVE
               PERFORM 0002-MOSTRAR-RETORNO
           END-IF.

      *BAJA: PIDE CLAVE, MUESTRA LA PERSONA Y BORRA EL REGISTRO
       22000-BAJA.
           PERFORM 20200-INGRESAR-CLAVE
           PERFORM 20500-LEER-ACTUAL
           IF WSS-ST-OK
               SET WSS-SIGUE-OPERACION TO TRUE
               PERFORM 22100-GRABAR-BAJA UNTIL WSS-FIN-OPERACION
           ELSE
               PERFORM 0002-MOSTRAR-RETORNO
           END-IF.

      *BORRA CON EL CONTADOR DE CAMBIOS LEIDO; SI OTRO USUARIO CAMBIO
      *LA PERSONA, MUESTRA QUE CAMBIO Y OFRECE REINTENTAR
       22100-GRABAR-BAJA.
           MOVE WSV-VERSION-LEIDA TO REG-VERSION-E
           MOVE WSV-OPERADOR TO REG-OPERADOR-E
           MOVE "DEL" TO WSS-OPCION
           CALL WSC-RUT-ARCHIVO USING REGISTRO-ARCHIVO
           MOVE 0 TO REG-VERSION-E
           EVALUATE TRUE
           WHEN WSS-ST-OK
               DISPLAY "PERSONA DADA DE BAJA"
               SET WSS-FIN-OPERACION TO TRUE
           WHEN WSS-ST-MODIFICADO
               PERFORM 20600-MOSTRAR-CAMBIOS
               PERFORM 20700-PEDIR-REINTENTO
           WHEN OTHER
               PERFORM 0002-MOSTRAR-RETORNO
               SET WSS-FIN-OPERACION TO TRUE
           END-EVALUATE.

      *MODIFICACION: PIDE CLAVE, MUESTRA LA PERSONA, PIDE LOS NUEVOS
      *DATOS Y REESCRIBE
       23000-MODIFICAR.
           PERFORM 20200-INGRESAR-CLAVE
           PERFORM 20500-LEER-ACTUAL
           IF WSS-ST-OK
               SET WSS-SIGUE-OPERACION TO TRUE
               PERFORM 23100-GRABAR-MODIFICACION
                   UNTIL WSS-FIN-OPERACION
           ELSE
               PERFORM 0002-MOSTRAR-RETORNO
           END-IF.

      *REESCRIBE CON EL CONTADOR DE CAMBIOS LEIDO, CONSERVANDO EL DNI
      *Y EL TELEFONO QUE YA TENIA; SI OTRO USUARIO CAMBIO LA PERSONA,
      *MUESTRA QUE CAMBIO Y OFRECE VOLVER A CARGAR LOS DATOS
       23100-GRABAR-MODIFICACION.
           PERFORM 20300-INGRESAR-DATOS
           MOVE WSV-LEIDO-DNI TO REG-DNI-E
           MOVE WSV-LEIDO-TELEFONO TO REG-TELEFONO-E
           MOVE WSV-VERSION-LEIDA TO REG-VERSION-E
           MOVE WSV-OPERADOR TO REG-OPERADOR-E
           MOVE "REW" TO WSS-OPCION
           CALL WSC-RUT-ARCHIVO USING REGISTRO-ARCHIVO
           MOVE 0 TO REG-VERSION-E
           EVALUATE TRUE
           WHEN WSS-ST-OK
               DISPLAY "PERSONA MODIFICADA"
               SET WSS-FIN-OPERACION TO TRUE
           WHEN WSS-ST-MODIFICADO
               PERFORM 20600-MOSTRAR-CAMBIOS
               PERFORM 20700-PEDIR-REINTENTO
           WHEN OTHER
               PERFORM 0002-MOSTRAR-RETORNO
               SET WSS-FIN-OPERACION TO TRUE
           END-EVALUATE.

      *CONSULTA: PIDE CLAVE Y MUESTRA EL REGISTRO ENCONTRADO
       24000-CONSULTAR.
