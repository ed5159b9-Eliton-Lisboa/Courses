           01  FECHA-HOY PIC 9(8).
           01  DEPARTAMENTO-ENCONTRADO PIC X.
           01  GERENTE-PROBLEMA PIC X(20).
           01  GUARDA-REGISTRO-BARRIDO PIC X(250).

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
