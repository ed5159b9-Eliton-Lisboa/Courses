           01  FECHA-HOY PIC 9(8).
           01  TOTAL-VIVOS PIC 9(5).
           01  TOTAL-SALDOS PIC 9(11)V99.
           01  GUARDA-REGISTRO-PRE PIC X(250).

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
