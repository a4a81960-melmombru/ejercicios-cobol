      *en INTEGRID-EXCEP.DAT con archivo, clave y motivo, y el
      *resumen final muestra OK/ERROR por archivo para que el
      *operador lo lea en diez segundos.
      ******************************************************************
      * MODIFICACIONES:
      * 2026 10 - El registro de DOCENTES.DAT suma las horas de
      *   contrato y el maximo de horas del docente.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           05 REG-DOC-NRO-DOCENTE              PIC 9(03).
           05 REG-DOC-NOMBRE                   PIC X(25).
           05 REG-DOC-LEGAJO                   PIC 9(05).
           05 REG-DOC-HS-CONTRATO              PIC 9(02).
           05 REG-DOC-HS-MAXIMO                PIC 9(02).

       FD ASISTENCIA.
       01 REG-ASISTENCIA.
