               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  FECHA-JOURNAL PIC 9(8).
           01  IMAGEN-DESPUES PIC X(250).
           01  IMAGEN-DESPUES-R REDEFINES IMAGEN-DESPUES.
               05  IMAGEN-ID PIC 9(6).
               05  FILLER PIC X(244).

           01  TOTAL-APLICADAS PIC 9(5) VALUE ZERO.
           01  TOTAL-OMITIDAS PIC 9(5) VALUE ZERO.
