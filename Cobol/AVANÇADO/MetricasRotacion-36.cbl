      *          reingresos, cambio neto y porcentaje de rotacion
      *          contra el headcount promedio del mes - la misma idea
      *          de serie derivada que TendenciaHeadcount-17 aplica a
      *          los snapshots, aplicada a los eventos. Las bajas
      *          se separan ademas en voluntarias e involuntarias con
      *          la clase del motivo (MotivosBaja-123) que la linea
      *          BAJA lleva desde que la baja pide motivo; las bajas
      *          anteriores y las de clase O (fin de contrato,
      *          jubilacion...) solo cuentan en el total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  HIST-EVENTO PIC X(10).
               05  FILLER PIC X(4).
               05  HIST-ID PIC X(6).
               05  FILLER PIC X(5).
      *            ' MOT=' en las lineas BAJA
               05  HIST-MOTIVO PIC X(4).
               05  FILLER PIC X(4).
      *            ' CL='
               05  HIST-CLASE PIC X.
               05  FILLER PIC X(6).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(90).
           01  MES-DE-LINEA PIC X(6).
           01  ALTAS-MES PIC 9(5).
           01  BAJAS-MES PIC 9(5).
           01  VOLUNTARIAS-MES PIC 9(5).
           01  INVOLUNTARIAS-MES PIC 9(5).
           01  REINGRESOS-MES PIC 9(5).
           01  CAMBIO-NETO PIC S9(5).
           01  HEADCOUNT-ACTUAL PIC S9(5) VALUE ZERO.
               05  FILLER PIC X(8) VALUE 'MES'.
               05  FILLER PIC X(7) VALUE 'ALTAS'.
               05  FILLER PIC X(7) VALUE 'BAJAS'.
               05  FILLER PIC X(8) VALUE 'VOLUNT.'.
               05  FILLER PIC X(7) VALUE 'INVOL.'.
               05  FILLER PIC X(11) VALUE 'REINGRESOS'.
               05  FILLER PIC X(6) VALUE 'NETO'.
               05  FILLER PIC X(11) VALUE 'HEADCOUNT'.
               05  DET-ALTAS PIC ZZZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-BAJAS PIC ZZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.
               05  DET-VOLUNTARIAS PIC ZZZZ9.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-INVOLUNTARIAS PIC ZZZZ9.
               05  FILLER PIC X(5) VALUE SPACES.
               05  DET-REINGRESOS PIC ZZZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
                   MOVE MES-DE-LINEA TO MES-EN-CURSO
                   MOVE ZERO TO ALTAS-MES
                   MOVE ZERO TO BAJAS-MES
                   MOVE ZERO TO VOLUNTARIAS-MES
                   MOVE ZERO TO INVOLUNTARIAS-MES
                   MOVE ZERO TO REINGRESOS-MES
                   MOVE HEADCOUNT-ACTUAL TO HEADCOUNT-INICIO-MES
               END-IF
                   WHEN 'BAJA'
                       ADD 1 TO BAJAS-MES
                       SUBTRACT 1 FROM HEADCOUNT-ACTUAL
                       EVALUATE HIST-CLASE
                           WHEN 'V'
                               ADD 1 TO VOLUNTARIAS-MES
                           WHEN 'I'
                               ADD 1 TO INVOLUNTARIAS-MES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   WHEN 'REINGRESO'
                       ADD 1 TO REINGRESOS-MES
                       ADD 1 TO HEADCOUNT-ACTUAL
           MOVE MES-EN-CURSO TO DET-MES.
           MOVE ALTAS-MES TO DET-ALTAS.
           MOVE BAJAS-MES TO DET-BAJAS.
           MOVE VOLUNTARIAS-MES TO DET-VOLUNTARIAS.
           MOVE INVOLUNTARIAS-MES TO DET-INVOLUNTARIAS.
           MOVE REINGRESOS-MES TO DET-REINGRESOS.
           MOVE CAMBIO-NETO TO DET-NETO.
           MOVE HEADCOUNT-ACTUAL TO DET-HEADCOUNT.
