      * Purpose: Lee la serie de snapshots fechados que deja
      *          SnapshotHeadcount-16 en snapshots_control.dat y
      *          muestra la tendencia de headcount (y desglose por
      *          departamento) a lo largo del tiempo, con el FTE
      *          (suma de porcentajes de jornada) junto al conteo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  CONTROL-SNAP-ARCHIVO PIC X(22).
               05  CONTROL-SNAP-TOTAL PIC 9(5).
               05  CONTROL-SNAP-ACTIVOS PIC 9(5).
      *            Activos en FTE; blanco en los renglones anteriores
      *            al campo.
               05  CONTROL-SNAP-FTE PIC 9(5)V99.

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  SNAP-DATOS-TIPO PIC X(20).
               05  SNAP-DATA-NASCIMENTO PIC 9(8).
               05  SNAP-GERENTE-ID PIC 9(6).
               05  SNAP-FTE PIC 9(3).


       FD  RUN-LOG-ARCHIVO.
           01  INDICE-BARRA PIC 9(3).

           01  CONTEO-DEPARTAMENTO PIC 9(5).
           01  FTE-DEPARTAMENTO PIC 9(5)V99.
           01  FTE-EDITADO PIC ZZZZ9.99.
           01  TOTAL-RENGLONES PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
                   UNTIL INDICE-BARRA > BARRA-LONGITUD
               MOVE '*' TO BARRA-CHART(INDICE-BARRA:1)
           END-PERFORM.
           IF CONTROL-SNAP-FTE IS NUMERIC
               MOVE CONTROL-SNAP-FTE TO FTE-EDITADO
               DISPLAY CONTROL-SNAP-FECHA ' | headcount='
                   CONTROL-SNAP-TOTAL ' activos=' CONTROL-SNAP-ACTIVOS
                   ' fte=' FTE-EDITADO ' ' BARRA-CHART
           ELSE
               DISPLAY CONTROL-SNAP-FECHA ' | headcount='
                   CONTROL-SNAP-TOTAL ' activos=' CONTROL-SNAP-ACTIVOS
                   ' ' BARRA-CHART
           END-IF.
           ADD 1 TO TOTAL-RENGLONES.

      *    Desglose por departamento del snapshot de este renglon:

       CONTAR-DEPARTAMENTO-EN-SNAPSHOT.
           MOVE ZERO TO CONTEO-DEPARTAMENTO.
           MOVE ZERO TO FTE-DEPARTAMENTO.
           OPEN INPUT SNAPSHOT-ARCHIVO.
           PERFORM UNTIL SNAPSHOT-STATUS = '10'
               READ SNAPSHOT-ARCHIVO NEXT RECORD
                   NOT AT END
                       IF SNAP-DEPARTAMENTO = DEPARTAMENTOS-CODIGO
                           ADD 1 TO CONTEO-DEPARTAMENTO
                           PERFORM SUMAR-FTE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-ARCHIVO.
           MOVE FTE-DEPARTAMENTO TO FTE-EDITADO.
           DISPLAY '    ' DEPARTAMENTOS-CODIGO ' '
               DEPARTAMENTOS-NOMBRE ': ' CONTEO-DEPARTAMENTO
               ' fte=' FTE-EDITADO.

      *    Los snapshots anteriores al campo de jornada no lo traen:
      *    cada registro cuenta como tiempo completo.
       SUMAR-FTE-SNAPSHOT.
           IF SNAP-FTE IS NUMERIC AND SNAP-FTE NOT = ZERO
               COMPUTE FTE-DEPARTAMENTO =
                   FTE-DEPARTAMENTO + SNAP-FTE / 100
           ELSE
               ADD 1 TO FTE-DEPARTAMENTO
           END-IF.


      *    Linea estandar de bitacora de corrida; solo se escribe al
