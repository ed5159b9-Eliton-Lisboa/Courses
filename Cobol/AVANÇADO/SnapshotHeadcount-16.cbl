      *          archivo plano fechado (empleados-AAAAMMDD.dat), y
      *          registra cada corrida en snapshots_control.dat para
      *          que TendenciaHeadcount-17 pueda recorrer la serie de
      *          respaldos historicos (con los activos en FTE ademas
      *          de en cabezas). Pensado para correr una vez por
      *          periodo (ver ProcesoNocturno-10.jcl).
      * Tectonics: cobc
      ******************************************************************
               05  SNAP-DATOS-TIPO PIC X(20).
               05  SNAP-DATA-NASCIMENTO PIC 9(8).
               05  SNAP-GERENTE-ID PIC 9(6).
      *            Porcentaje de jornada; los snapshots anteriores al
      *            campo no lo traen (blanco) y cuentan como 100.
               05  SNAP-FTE PIC 9(3).

       FD  CONTROL-SNAPSHOTS.
           01  CONTROL-SNAP-REGISTRO.
               05  CONTROL-SNAP-ARCHIVO PIC X(22).
               05  CONTROL-SNAP-TOTAL PIC 9(5).
               05  CONTROL-SNAP-ACTIVOS PIC 9(5).
      *            Activos en FTE (suma de porcentajes de jornada).
               05  CONTROL-SNAP-FTE PIC 9(5)V99.


       FD  RUN-LOG-ARCHIVO.
           01  FECHA-HOY PIC 9(8).
           01  TOTAL-HEADCOUNT PIC 9(5) VALUE ZERO.
           01  TOTAL-ACTIVOS PIC 9(5) VALUE ZERO.
           01  TOTAL-FTE PIC 9(5)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY 'Snapshot creado: ' WS-SNAPSHOT-NOMBRE.
           DISPLAY 'Headcount total : ' TOTAL-HEADCOUNT.
           DISPLAY 'Activos         : ' TOTAL-ACTIVOS.
           DISPLAY 'Activos en FTE  : ' TOTAL-FTE.

           PERFORM REGISTRAR-RUN-LOG.

           MOVE EMPLEADOS-DATOS-TIPO TO SNAP-DATOS-TIPO.
           MOVE EMPLEADOS-DATA-NASCIMENTO TO SNAP-DATA-NASCIMENTO.
           MOVE EMPLEADOS-GERENTE-ID TO SNAP-GERENTE-ID.
      *    Cero o blanco (registros anteriores al campo) = 100.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 100 TO SNAP-FTE
           ELSE
               MOVE EMPLEADOS-FTE TO SNAP-FTE
           END-IF.
           WRITE SNAP-REGISTRO.
           ADD 1 TO TOTAL-HEADCOUNT.
           IF STATUS-ATIVO
               ADD 1 TO TOTAL-ACTIVOS
               COMPUTE TOTAL-FTE = TOTAL-FTE + SNAP-FTE / 100
           END-IF.

       REGISTRAR-EN-CONTROL.
           MOVE WS-SNAPSHOT-NOMBRE TO CONTROL-SNAP-ARCHIVO.
           MOVE TOTAL-HEADCOUNT TO CONTROL-SNAP-TOTAL.
           MOVE TOTAL-ACTIVOS TO CONTROL-SNAP-ACTIVOS.
           MOVE TOTAL-FTE TO CONTROL-SNAP-FTE.
           WRITE CONTROL-SNAP-REGISTRO.
           CLOSE CONTROL-SNAPSHOTS.

