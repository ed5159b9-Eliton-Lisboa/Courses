           01  TOTAL-EN-PROBATORIA PIC 9(5) VALUE ZERO.
           01  TOTAL-POR-VENCER PIC 9(5) VALUE ZERO.
           01  NOMBRE-GERENTE PIC X(25).
           01  GUARDA-REGISTRO-PROB PIC X(250).
           01  RESOLUCION-STATUS PIC XX.
           01  HAY-RESOLUCIONES PIC X VALUE 'N'.
           01  RESOLUCION-HALLADA PIC X.
