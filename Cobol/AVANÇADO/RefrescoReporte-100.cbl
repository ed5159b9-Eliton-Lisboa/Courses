               05  RPT-APELLIDOS-AREA.
                   10  RPT-NOMBRE PIC X(25).
                   10  RPT-APELLIDOS PIC X(35).
               05  RPT-RESTO PIC X(184).

       FD  JOURNAL-ARCHIVO.
           01  JOURNAL-REGISTRO.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO PIC X(1).
