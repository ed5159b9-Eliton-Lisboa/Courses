               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).
