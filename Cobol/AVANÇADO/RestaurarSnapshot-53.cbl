               05  SNAP-DATOS-TIPO PIC X(20).
               05  SNAP-DATA-NASCIMENTO PIC 9(8).
               05  SNAP-GERENTE-ID PIC 9(6).
               05  SNAP-FTE PIC 9(3).

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
           MOVE SNAP-DATOS-TIPO TO EMPLEADOS-DATOS-TIPO.
           MOVE SNAP-DATA-NASCIMENTO TO EMPLEADOS-DATA-NASCIMENTO.
           MOVE SNAP-GERENTE-ID TO EMPLEADOS-GERENTE-ID.
           IF SNAP-FTE IS NUMERIC
               MOVE SNAP-FTE TO EMPLEADOS-FTE
           ELSE
               MOVE ZERO TO EMPLEADOS-FTE
           END-IF.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo restaurar el ID ' SNAP-ID '.'
