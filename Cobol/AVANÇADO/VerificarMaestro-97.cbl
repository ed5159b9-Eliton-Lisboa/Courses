               05  RBL-APELLIDOS-AREA.
                   10  RBL-NOMBRE PIC X(25).
                   10  RBL-APELLIDOS PIC X(35).
               05  RBL-RESTO PIC X(184).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).
