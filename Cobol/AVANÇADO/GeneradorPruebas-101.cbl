               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

       FD  VACACIONES-ARCHIVO.
           01  VACACIONES-REGISTRO.
           MOVE SPACES TO BANCO-PEND-CUENTA.
           MOVE SPACES TO BANCO-PEND-OPERADOR.
           MOVE ZERO TO BANCO-PEND-FECHA.
           MOVE ZERO TO BANCO-PRENOTA-FECHA.
           WRITE BANCO-REGISTRO
               INVALID KEY
                   CONTINUE
