               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       WORKING-STORAGE SECTION.
           01  CODIGO PIC X(29)
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
