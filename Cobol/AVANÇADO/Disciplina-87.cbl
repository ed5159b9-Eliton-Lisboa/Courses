               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).
           01  FECHA-HOY PIC 9(8).
           01  FECHA-ENTRADA PIC X(8).
           01  ACTAS-LISTADAS PIC 9(5).
           01  GUARDA-REGISTRO-DIS PIC X(250).
           01  GERENTE-DEL-ACTA PIC 9(6).
           01  NOMBRE-DEL-ACTA PIC X(25).

