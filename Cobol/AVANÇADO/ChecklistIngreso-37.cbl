      *    Respaldo del registro del empleado mientras el READ por
      *    clave del gerente pisa EMPLEADOS-REGISTRO (mismo truco que
      *    GUARDA-REGISTRO-GERENTE en RegistrosIndexados-05).
           01  GUARDA-REGISTRO-INGRESO PIC X(250).

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
