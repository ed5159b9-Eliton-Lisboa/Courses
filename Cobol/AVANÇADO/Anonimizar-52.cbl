      *          sea mas vieja que el periodo configurable
      *          (anonimizar_param.dat, 24 meses por defecto), blanquea
      *          los datos personales (telefono, direccion, fecha de
      *          nacimiento, genero) conservando ID, departamento,
      *          tipo y fechas de alta para las estadisticas, borra sus
      *          contactos de emergencia.dat, y deja una linea de
      *          auditoria ANONIMIZADO por registro.
      * Tectonics: cobc
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE SPACES TO EMPLEADOS-DIRECCION.
           MOVE ZERO TO EMPLEADOS-DATA-NASCIMENTO.
           MOVE ZERO TO EMPLEADOS-EDAD.
           MOVE SPACE TO EMPLEADOS-GENERO.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo anonimizar el ID '
