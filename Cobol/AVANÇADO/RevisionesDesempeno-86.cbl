           01  TOTAL-POR-VENCER PIC 9(5).
           01  TOTAL-VENCIDAS PIC 9(5).
           01  NOMBRE-GERENTE PIC X(25).
           01  GUARDA-REGISTRO-REV PIC X(250).

           01  LINEA-DETALLE.
               05  FILLER PIC X(9) VALUE 'Gerente '.
