      *          que dejaron ReportEmpleados-06, ReporteEdad-11,
      *          PayrollExtract-09 y ReconciliarArchivos-13, con
      *          filtro opcional por fecha, para localizar la corrida
      *          de un mes anterior cuando la pide auditoria. Los
      *          archivos que reparte RepartoReportes-162 salen con
      *          su destinatario, la hora de entrega y el reporte de
      *          origen; se puede filtrar por destinatario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  CAT-FECHA PIC 9(8).
               05  CAT-PAGINAS PIC 9(4).
               05  CAT-REGISTROS PIC 9(6).
      *            Solo en los renglones de RepartoReportes-162; en
      *            blanco en los reportes catalogados por su programa.
               05  CAT-DESTINATARIO PIC X(8).
               05  CAT-HORA PIC X(6).
               05  CAT-ORIGEN PIC X(30).

       WORKING-STORAGE SECTION.
           01  REPORTES-CONTROL-STATUS PIC XX.
           01  FECHA-FILTRO PIC 9(8) VALUE ZERO.
           01  FECHA-ENTRADA PIC X(8).
           01  TOTAL-LISTADOS PIC 9(5) VALUE ZERO.
           01  DESTINATARIO-FILTRO PIC X(8) VALUE SPACES.

           01  LINEA-DETALLE.
               05  DET-FECHA PIC 9(8).
               05  FILLER PIC X(12) VALUE ' registros= '.
               05  DET-REGISTROS PIC ZZZZZ9.

           01  LINEA-REPARTO.
               05  FILLER PIC X(10) VALUE SPACES.
               05  FILLER PIC X(12) VALUE 'entregado a '.
               05  REP-DESTINATARIO PIC X(8).
               05  FILLER PIC X(7) VALUE ' a las '.
               05  REP-HORA PIC X(6).
               05  FILLER PIC X(7) VALUE ' desde '.
               05  REP-ORIGEN PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY 'Fecha a filtrar AAAAMMDD (ENTER = todas):'.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-FILTRO
           END-IF.
           DISPLAY 'Destinatario a filtrar (RRHH, FINANZAS, Gnnnnnn; '
               'ENTER = todos):'.
           ACCEPT DESTINATARIO-FILTRO.
           MOVE FUNCTION UPPER-CASE(DESTINATARIO-FILTRO)
               TO DESTINATARIO-FILTRO.
           OPEN INPUT REPORTES-CONTROL.
           IF REPORTES-CONTROL-STATUS = '05' OR
                   REPORTES-CONTROL-STATUS = '35'
                   AT END
                       MOVE 'S' TO FIN-CATALOGO
                   NOT AT END
                       IF (FECHA-FILTRO = ZERO OR
                               CAT-FECHA = FECHA-FILTRO) AND
                               (DESTINATARIO-FILTRO = SPACES OR
                               CAT-DESTINATARIO = DESTINATARIO-FILTRO)
                           MOVE CAT-FECHA TO DET-FECHA
                           MOVE CAT-NOMBRE TO DET-NOMBRE
                           MOVE CAT-PAGINAS TO DET-PAGINAS
                           MOVE CAT-REGISTROS TO DET-REGISTROS
                           DISPLAY LINEA-DETALLE
                           IF CAT-DESTINATARIO NOT = SPACES
                               MOVE CAT-DESTINATARIO
                                   TO REP-DESTINATARIO
                               MOVE CAT-HORA TO REP-HORA
                               MOVE CAT-ORIGEN TO REP-ORIGEN
                               DISPLAY LINEA-REPARTO
                           END-IF
                           ADD 1 TO TOTAL-LISTADOS
                       END-IF
               END-READ
