      *          El archivo acumula un evento por linea (CORRIDA,
      *          CIERRE, REAPERT), al estilo de snapshots_control.dat:
      *          el ultimo evento del periodo es el que manda.
      *          Cada grupo de pago corre y cierra sus periodos por
      *          separado: el evento lleva el grupo (blanco = mensual)
      *          y el periodo se busca por grupo y periodo, para que
      *          cerrar la semana no bloquee el mes ni al reves.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  PERIODOS-ARCHIVO.
           01  PERIODOS-REGISTRO.
               05  PERIODOS-ID PIC 9(6).
      *            Periodo AAAANN (NN = mes en el grupo mensual)
               05  PERIODOS-EVENTO PIC X(8).
      *            'CORRIDA' = nomina extraida (la escribe
      *            PAYROLL-EXTRACT), 'CIERRE' = periodo cerrado,
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).
      *            Grupo de pago; blanco = el grupo mensual de siempre

       WORKING-STORAGE SECTION.
           01  PERIODO-TXT PIC X(30)
               VALUE 'Introduce el periodo AAAANN: '.
           01  GRUPO-TXT PIC X(40)
               VALUE 'Grupo de pago (ENTER = mensual): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  PERIODO-ENTRADA PIC X(6).
           01  PERIODO-NUM PIC 9(6).
           01  PERIODO-VALIDO PIC X.
           01  GRUPO-ENTRADA PIC X(4).
           01  FIN-PERIODOS PIC X.
           01  ULTIMO-EVENTO PIC X(8).
           01  FECHA-HOY PIC 9(8).
           END-EVALUATE.

       PEDIR-PERIODO.
           MOVE SPACES TO GRUPO-ENTRADA.
           DISPLAY GRUPO-TXT.
           ACCEPT GRUPO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(GRUPO-ENTRADA) TO GRUPO-ENTRADA.
           MOVE 'N' TO PERIODO-VALIDO.
           PERFORM UNTIL PERIODO-VALIDO = 'S'
               DISPLAY PERIODO-TXT
                   MOVE 'S' TO PERIODO-VALIDO
               ELSE
                   DISPLAY 'Periodo invalido: introduce 6 digitos '
                       'AAAANN.'
               END-IF
           END-PERFORM.

                       AT END
                           MOVE 'S' TO FIN-PERIODOS
                       NOT AT END
                           IF PERIODOS-ID = PERIODO-NUM AND
                                   PERIODOS-GRUPO = GRUPO-ENTRADA
                               MOVE PERIODOS-EVENTO TO ULTIMO-EVENTO
                           END-IF
                   END-READ
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE PERIODO-NUM TO PERIODOS-ID.
           MOVE GRUPO-ENTRADA TO PERIODOS-GRUPO.
           MOVE FECHA-HOY TO PERIODOS-FECHA.
           MOVE ZERO TO PERIODOS-EMPLEADOS.
           MOVE ZERO TO PERIODOS-IMPORTE.
               WHEN OTHER
                   MOVE 'CIERRE' TO PERIODOS-EVENTO
                   PERFORM REGISTRAR-EVENTO
                   DISPLAY 'Periodo ' PERIODO-NUM ' del grupo ['
                       GRUPO-ENTRADA '] cerrado.'
           END-EVALUATE.

       REABRIR-PERIODO.
                       AT END
                           MOVE 'S' TO FIN-PERIODOS
                       NOT AT END
                           DISPLAY PERIODOS-ID ' [' PERIODOS-GRUPO
                               '] ' PERIODOS-EVENTO
                               ' el ' PERIODOS-FECHA
                               ' empleados=' PERIODOS-EMPLEADOS
                               ' importe=' PERIODOS-IMPORTE
