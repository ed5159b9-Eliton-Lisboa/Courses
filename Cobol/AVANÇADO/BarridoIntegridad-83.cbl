               05  BANCO-ESTADO PIC X.
                   88  BANCO-CUENTA-ACTIVA VALUE 'A' ' '.
                   88  BANCO-CUENTA-FALLIDA VALUE 'F'.
                   88  BANCO-CUENTA-PRENOTA VALUE 'P'.
               05  BANCO-PEND-NOMBRE PIC X(20).
               05  BANCO-PEND-CODIGO PIC X(8).
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

       FD  EMERGENCIA-ARCHIVO.
           01  EMERGENCIA-REGISTRO.
           01  EMPLEADO-HALLADO PIC X.
           01  EMPLEADO-INACTIVO PIC X.
           01  ID-VERIFICADO PIC 9(6).
           01  GUARDA-REGISTRO-BAR PIC X(250).

           01  TOTAL-HUERFANAS PIC 9(5) VALUE ZERO.
           01  TOTAL-FALTANTES PIC 9(5) VALUE ZERO.
                                   PERFORM ESCRIBIR-HALLAZGO
                                   ADD 1 TO TOTAL-HUERFANAS
                               WHEN EMPLEADO-INACTIVO = 'S' AND
                                       (BANCO-CUENTA-ACTIVA OR
                                       BANCO-CUENTA-PRENOTA) AND
                                       BANCO-CUENTA NOT = SPACES
                                   MOVE 'inactivo con cuenta '
                                       & 'bancaria viva'
