               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       FD  HORAS-ARCHIVO.
           01  HORAS-REGISTRO.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Validacion real de calendario para la fecha pactada.
           01  FECHA-EVALUADA PIC 9(8).
