      * Author:
      * Date:
      * Purpose: Genera un extracto de nomina (ID, nombre, depto,
      *          salario) a partir de empleados.dat, de un grupo de
      *          pago a la vez (grupo_param.dat, ver PeriodoGrupo-103).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           FILE STATUS IS PERIODOS-STATUS.


      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
      *    chequeo matinal de la cadena nocturna.
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).

       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
           01  EMPLEADOS-STATUS PIC XX.
           01  NOMINA-STATUS PIC XX.
           01  PERIODOS-STATUS PIC XX.
           01  FECHA-HOY PIC 9(8).
           01  PERIODO-ACTUAL PIC 9(6).
           01  TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.

           01  LINEA-TOTAL PIC X(40).

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
      *    El archivo de periodos acumula un evento por linea en orden
      *    cronologico (CORRIDA la escribe este programa; CIERRE y
      *    REAPERT los escribe PeriodosNomina-23), asi que el ultimo
      *    evento del grupo y periodo actual es el que manda: CORRIDA
      *    o CIERRE vetan una nueva corrida hasta que el periodo se
      *    reabra. PERIODO-GRUPO resuelve grupo, periodo y evento; la
      *    corrida de un grupo no bloquea a los demas.
       VERIFICAR-PERIODO-ABIERTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-PERIODO TO PERIODO-ACTUAL.
           EVALUATE CRG-ULTIMO-EVENTO
               WHEN 'CIERRE'
                   DISPLAY 'El periodo ' PERIODO-ACTUAL ' esta '
                       'cerrado; la nomina no puede volver a correr.'

      *    Aviso (no freno) cuando la corrida arranca fuera de la
      *    ventana programada del periodo: antes del corte o despues
      *    de la fecha de pago del calendario maestro (CalendarioNomina
      *    -75). Sin calendario generado no se avisa nada, como
      *    siempre.
       VERIFICAR-VENTANA-CALENDARIO.
           IF CRG-CALENDARIO-HALLADO = 'S'
               IF FECHA-HOY < CRG-FECHA-CORTE OR
                       FECHA-HOY > CRG-FECHA-PAGO
                   DISPLAY 'Aviso: la corrida del periodo '
                       PERIODO-ACTUAL ' esta fuera de su ventana '
                       'programada (corte ' CRG-FECHA-CORTE
                       ' a pago ' CRG-FECHA-PAGO ').'
               END-IF
           END-IF.

               STOP RUN
           END-IF.
           MOVE PERIODO-ACTUAL TO PERIODOS-ID.
           MOVE CRG-GRUPO TO PERIODOS-GRUPO.
           MOVE 'CORRIDA' TO PERIODOS-EVENTO.
           MOVE FECHA-HOY TO PERIODOS-FECHA.
           MOVE TOTAL-EMPLEADOS TO PERIODOS-EMPLEADOS.
           END-IF.

       PROCESAR-REGISTROS.
      *    Los empleados dados de baja no entran en la nomina, ni los
      *    de otro grupo de pago.
           IF NOT STATUS-INATIVO AND
                   EMPLEADOS-GRUPO-PAGO = CRG-GRUPO
               PERFORM ESCRIBIR-DETALLE
               ADD 1 TO TOTAL-EMPLEADOS
               ADD EMPLEADOS-SALARIO TO TOTAL-NOMINA
       ARMAR-NOMBRE-REPORTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CATALOGO.
           MOVE SPACES TO WS-REPORTE-NOMBRE.
           IF CRG-GRUPO = SPACES
               STRING 'nomina-' FECHA-CATALOGO '.txt'
                   DELIMITED BY SIZE INTO WS-REPORTE-NOMBRE
           ELSE
               STRING 'nomina-' DELIMITED BY SIZE
                   CRG-GRUPO DELIMITED BY SPACE
                   '-' FECHA-CATALOGO '.txt'
                   DELIMITED BY SIZE INTO WS-REPORTE-NOMBRE
           END-IF.

       REGISTRAR-EN-CATALOGO.
           OPEN EXTEND REPORTES-CONTROL.
