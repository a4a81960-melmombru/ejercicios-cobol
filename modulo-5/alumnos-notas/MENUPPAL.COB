      *paso de la cadena su ultimo estado y fecha tomados de
      *CORRIDAS.DAT, asi la pregunta "puedo correr el informe?" se
      *contesta en la misma pantalla que lo corre.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - Se agregan a las cargas la inscripcion a mesas de
      *   examen (MESAINSC) y el acta de examen (MESAACTA).
      * 2026 10 - Se agrega a los informes el de materias previas
      *   (PREVREP).
      * 2026 10 - Se agrega a los informes la planilla sabana por
      *   curso (SABANA).
      * 2026 10 - Se agrega a los informes el horario semanal por
      *   alumno y por docente (HORASEM).
      * 2026 10 - Se agrega a los informes la carga horaria docente
      *   (DOCCARGA).
      * 2026 10 - Se agrega a los mantenimientos el registro de
      *   ausencias docentes y suplencias (SUPLMANT).
      * 2026 10 - El menu principal muestra los terminos del ciclo
      *   del anio con su estado (abierto / cerrado, via RUTCICLO) y
      *   se agrega a los cierres el de terminos (TERMCIER).
      * 2026 10 - Se agrega a los informes el control de entrega de
      *   notas por docente y curso (ENTRNOTA).
      * 2026 10 - Se agrega a los informes la condicion de asistencia
      *   (ASISLIBR) y a los mantenimientos las reincorporaciones
      *   (REINMANT).
      * 2026 10 - Se agrega a los informes el escalamiento de sanciones
      *   por termino (DISCESC).
      * 2026 10 - Se agrega a los informes el aviso unico a los
      *   responsables (NOTIFRES).
      * 2026 10 - Se agrega a los mantenimientos el de retenciones
      *   (RETEMANT) y a los cierres las retenciones por cuotas
      *   vencidas (RETECUOT).
      * 2026 10 - Se agregan a los mantenimientos los pases de salida
      *   y de entrada (PASESAL, PASEENT) y la revision de
      *   equivalencias (EQUIVREV).
      * 2026 10 - Se agrega a los mantenimientos la consulta y
      *   anulacion del registro de certificados (CERTCONS).
      * 2026 10 - Se agrega a los informes la proyeccion de matricula
      *   del anio siguiente por curso (PROYMATR).
      * 2026 10 - Se agrega a los informes la sobreedad por curso
      *   (SOBREDAD).
      * 2026 10 - Mantenimientos: opcion 22 EVALMANT (calendario de
      *   evaluaciones por curso).
      * 2026 10 - Se agrega a los informes la actividad por operador
      *   (OPERACT).
      * 2026 10 - Se agrega a los informes la consulta de listados
      *   anteriores (SPOOLVER) y a los cierres la depuracion del
      *   spool de listados (SPOOLPUR).
      * 2026 10 - Se agrega a los cierres el planificador de los
      *   procesos de fin de mes (PLANIFIC).
      * 2026 10 - Se agrega a los cierres la extraccion anonimizada para
      *   investigacion (INVESEXT).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       01 WSV-PASO-BUSCADO             PIC X(08).
       01 WSV-ESTADO-PASO              PIC X(22).
       01 WSV-RETORNO-SYS              PIC S9(09) COMP.
       01 WSV-FECHA-HOY                PIC 9(08).
       01 WSV-SUB-TE                   PIC 9(02).
       01 WSV-ESTADO-TERMINO           PIC X(08).

      **RUTINA---------------------------------------------------------*
       01  WSC-RUTCICLO                PIC X(08) VALUE "RUTCICLO".
       COPY REG-CICLO.

       01 WSV-LINEA.
           05 FILLER                   PIC X(60) VALUE ALL "*".
               MOVE 'SIN CORRIDAS' TO WSV-ESTADO-PASO
           END-IF.

      *MUESTRA LOS TERMINOS DEL CICLO DEL ANIO EN CURSO CON SU
      *ESTADO, PARA SABER ANTES DE CARGAR NOTAS QUE TERMINOS SIGUEN
      *ABIERTOS
       15000-MOSTRAR-TERMINOS.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           SET WSS-CICLO-ESTADO-ANIO TO TRUE
           MOVE WSV-FECHA-HOY(1:6) TO REG-CICLO-PERIODO-E
           CALL WSC-RUTCICLO USING REGISTRO-CICLO
           IF REG-CICLO-CANT-R = 0
               DISPLAY 'CICLO ' WSV-FECHA-HOY(1:4)
                       ': SIN TERMINOS CARGADOS (VER CICLMANT)'
           ELSE
               DISPLAY 'TERMINOS DEL CICLO ' WSV-FECHA-HOY(1:4) ':'
               PERFORM VARYING WSV-SUB-TE FROM 1 BY 1
                       UNTIL WSV-SUB-TE > REG-CICLO-CANT-R
                   IF REG-CICLO-TE-ESTADO-R(WSV-SUB-TE) = 'C'
                       MOVE 'CERRADO' TO WSV-ESTADO-TERMINO
                   ELSE
                       MOVE 'ABIERTO' TO WSV-ESTADO-TERMINO
                   END-IF
                   DISPLAY '  TERMINO '
                           REG-CICLO-TE-TERMINO-R(WSV-SUB-TE) ' DEL '
                           REG-CICLO-TE-DESDE-R(WSV-SUB-TE) ' AL '
                           REG-CICLO-TE-HASTA-R(WSV-SUB-TE) ' '
                           WSV-ESTADO-TERMINO
               END-PERFORM
           END-IF
           DISPLAY WSV-LINEA.

       20000-MENU-PRINCIPAL.
           DISPLAY WSV-LINEA
           DISPLAY 'SUITE ALUMNOS-NOTAS'
           DISPLAY WSV-LINEA
           PERFORM 15000-MOSTRAR-TERMINOS
           DISPLAY '1. CARGAS'
           DISPLAY '2. MANTENIMIENTOS'
           DISPLAY '3. INFORMES'
           DISPLAY ' 4. INSCRIP  (INSCRIPCIONES)'
           DISPLAY ' 5. ALUMIMP  (IMPORTAR ALUMNOS)'
           DISPLAY ' 6. CUOTAPAG (PAGOS DE CUOTAS)'
           DISPLAY ' 7. MESAINSC (INSCRIPCION A MESAS)'
           DISPLAY ' 8. MESAACTA (ACTAS DE EXAMEN)'
           DISPLAY ' 9. VOLVER'
           ACCEPT WSV-OPCION-PROG
           EVALUATE WSV-OPCION-PROG
               WHEN 4 MOVE './INSCRIP' TO WSV-COMANDO
               WHEN 5 MOVE './ALUMIMP' TO WSV-COMANDO
               WHEN 6 MOVE './CUOTAPAG' TO WSV-COMANDO
               WHEN 7 MOVE './MESAINSC' TO WSV-COMANDO
               WHEN 8 MOVE './MESAACTA' TO WSV-COMANDO
               WHEN OTHER MOVE SPACES TO WSV-COMANDO
           END-EVALUATE
           PERFORM 70000-LANZAR-PROGRAMA.
           DISPLAY '12. HORAMANT (GRILLA HORARIA)'
           DISPLAY '13. BECAOTOR (BECAS OTORGADAS)'
           DISPLAY '14. ESTOVERR (REVISION DE PROMOCION)'
           DISPLAY '15. SUPLMANT (AUSENCIAS Y SUPLENCIAS)'
           DISPLAY '16. REINMANT (REINCORPORACIONES)'
           DISPLAY '17. RETEMANT (RETENCIONES)'
           DISPLAY '18. PASESAL  (PASE DE SALIDA)'
           DISPLAY '19. PASEENT  (PASE DE ENTRADA)'
           DISPLAY '20. EQUIVREV (EQUIVALENCIAS)'
           DISPLAY '21. CERTCONS (REGISTRO DE CERTIFICADOS)'
           DISPLAY '22. EVALMANT (CALENDARIO DE EVALUACIONES)'
           ACCEPT WSV-OPCION-PROG
           EVALUATE WSV-OPCION-PROG
               WHEN 1 MOVE './ALUMANT' TO WSV-COMANDO
               WHEN 12 MOVE './HORAMANT' TO WSV-COMANDO
               WHEN 13 MOVE './BECAOTOR' TO WSV-COMANDO
               WHEN 14 MOVE './ESTOVERR' TO WSV-COMANDO
               WHEN 15 MOVE './SUPLMANT' TO WSV-COMANDO
               WHEN 16 MOVE './REINMANT' TO WSV-COMANDO
               WHEN 17 MOVE './RETEMANT' TO WSV-COMANDO
               WHEN 18 MOVE './PASESAL' TO WSV-COMANDO
               WHEN 19 MOVE './PASEENT' TO WSV-COMANDO
               WHEN 20 MOVE './EQUIVREV' TO WSV-COMANDO
               WHEN 21 MOVE './CERTCONS' TO WSV-COMANDO
               WHEN 22 MOVE './EVALMANT' TO WSV-COMANDO
               WHEN OTHER MOVE SPACES TO WSV-COMANDO
           END-EVALUATE
           PERFORM 70000-LANZAR-PROGRAMA.
           DISPLAY '11. DOCHIST  (HISTORIA POR DOCENTE)'
           DISPLAY '12. CORRREP  (CONTROL DE CORRIDAS)'
           DISPLAY '13. CUOTADEU (DEUDA DE ARANCELES)'
           DISPLAY '14. PREVREP  (MATERIAS PREVIAS)'
           DISPLAY '15. SABANA   (PLANILLA SABANA)'
           DISPLAY '16. HORASEM  (HORARIO SEMANAL)'
           DISPLAY '17. DOCCARGA (CARGA HORARIA DOCENTE)'
           DISPLAY '18. ENTRNOTA (ENTREGA DE NOTAS)'
           DISPLAY '19. ASISLIBR (CONDICION DE ASISTENCIA)'
           DISPLAY '20. DISCESC  (ESCALAMIENTO DE SANCIONES)'
           DISPLAY '21. NOTIFRES (AVISOS A RESPONSABLES)'
           DISPLAY '22. PROYMATR (PROYECCION DE MATRICULA)'
           DISPLAY '23. SOBREDAD (SOBREEDAD POR CURSO)'
           DISPLAY '24. OPERACT  (ACTIVIDAD POR OPERADOR)'
           DISPLAY '25. SPOOLVER (LISTADOS ANTERIORES)'
           ACCEPT WSV-OPCION-PROG
           EVALUATE WSV-OPCION-PROG
               WHEN 1 MOVE './EJ0002MM' TO WSV-COMANDO
               WHEN 11 MOVE './DOCHIST' TO WSV-COMANDO
               WHEN 12 MOVE './CORRREP' TO WSV-COMANDO
               WHEN 13 MOVE './CUOTADEU' TO WSV-COMANDO
               WHEN 14 MOVE './PREVREP' TO WSV-COMANDO
               WHEN 15 MOVE './SABANA' TO WSV-COMANDO
               WHEN 16 MOVE './HORASEM' TO WSV-COMANDO
               WHEN 17 MOVE './DOCCARGA' TO WSV-COMANDO
               WHEN 18 MOVE './ENTRNOTA' TO WSV-COMANDO
               WHEN 19 MOVE './ASISLIBR' TO WSV-COMANDO
               WHEN 20 MOVE './DISCESC' TO WSV-COMANDO
               WHEN 21 MOVE './NOTIFRES' TO WSV-COMANDO
               WHEN 22 MOVE './PROYMATR' TO WSV-COMANDO
               WHEN 23 MOVE './SOBREDAD' TO WSV-COMANDO
               WHEN 24 MOVE './OPERACT' TO WSV-COMANDO
               WHEN 25 MOVE './SPOOLVER' TO WSV-COMANDO
               WHEN OTHER MOVE SPACES TO WSV-COMANDO
           END-EVALUATE
           PERFORM 70000-LANZAR-PROGRAMA.
           DISPLAY ' 7. MINISEXT (EXTRACCION MINISTERIO)'
           DISPLAY ' 8. LOCKLIMP (LIMPIAR BLOQUEOS)'
           DISPLAY ' 9. VOLVER'
           DISPLAY '10. TERMCIER (CIERRE DE TERMINOS)'
           DISPLAY '11. RETECUOT (RETENCIONES POR CUOTAS)'
           DISPLAY '12. SPOOLPUR (DEPURACION DEL SPOOL)'
           DISPLAY '13. PLANIFIC (PLANIFICADOR DE FIN DE MES)'
           DISPLAY '14. INVESEXT (EXTRACCION INVESTIGACION)'
           ACCEPT WSV-OPCION-PROG
           EVALUATE WSV-OPCION-PROG
               WHEN 1 MOVE './NOTSORT' TO WSV-COMANDO
               WHEN 6 MOVE './CUOTAGEN' TO WSV-COMANDO
               WHEN 7 MOVE './MINISEXT' TO WSV-COMANDO
               WHEN 8 MOVE './LOCKLIMP' TO WSV-COMANDO
               WHEN 10 MOVE './TERMCIER' TO WSV-COMANDO
               WHEN 11 MOVE './RETECUOT' TO WSV-COMANDO
               WHEN 12 MOVE './SPOOLPUR' TO WSV-COMANDO
               WHEN 13 MOVE './PLANIFIC' TO WSV-COMANDO
               WHEN 14 MOVE './INVESEXT' TO WSV-COMANDO
               WHEN OTHER MOVE SPACES TO WSV-COMANDO
           END-EVALUATE
           PERFORM 70000-LANZAR-PROGRAMA.
