           01  TOTAL-REVISADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-SIN-CONTACTO PIC 9(5) VALUE ZERO.
           01  NOMBRE-GERENTE PIC X(25).
           01  GUARDA-REGISTRO-REVISION PIC X(250).

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
