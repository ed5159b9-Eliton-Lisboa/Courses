               05  DEDUCCIONES-METODO PIC X.
      *            'P' = porcentaje sobre el bruto, 'F' = monto fijo,
      *            'T' = tabla de impuesto progresivo por pais
      *            (TablasImpuesto-67), 'R' = tabla regional (estado,
      *            provincia) del sitio de trabajo; con 'T' o 'R' el
      *            campo de valor no se usa.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
      *            Porcentaje (p.ej. 0000012.50) o monto fijo, segun
      *            DEDUCCIONES-METODO.
               VALUE 'Introduce el codigo (4 car): '.
           01  DESCRIPCION-TXT PIC X(27)
               VALUE 'Introduce la descripcion: '.
           01  METODO-TXT PIC X(50)
               VALUE 'Metodo (P=porc., F=fijo, T=tabla, R=regional): '.
           01  VALOR-TXT PIC X(44)
               VALUE 'Valor (2 decimales, p.ej. 001250 = 12.50): '.
           01  APLICA-TXT PIC X(38)
                   MOVE 'S' TO METODO-VALIDO
                   DISPLAY 'Metodo tabla: el calculo usa los tramos '
                       'de TABLAS-IMPUESTO; el valor se ignora.'
               WHEN 'R'
                   MOVE 'R' TO DEDUCCIONES-METODO
                   MOVE 'S' TO METODO-VALIDO
                   DISPLAY 'Metodo regional: el calculo usa los '
                       'tramos de la region del sitio de trabajo; el '
                       'valor se ignora.'
               WHEN OTHER
                   DISPLAY 'Metodo invalido: introduce P, F, T o R.'
           END-EVALUATE.

      *    Mismo estilo que VALIDAR-SALARIO en EscreverRegistros-02
