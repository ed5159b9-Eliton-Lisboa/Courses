      *          plano: RecibosNomina-21 busca el tramo del pais del
      *          empleado (DIR-CODIGO-PAIS) cuyo piso quede por debajo
      *          de la base gravable y calcula cuota fija mas tasa
      *          sobre el excedente. Un tramo con region (estado,
      *          provincia) pertenece a la tabla regional del pais:
      *          la aplican los codigos de metodo 'R' segun la region
      *          del sitio de trabajo del empleado; los tramos sin
      *          region son la tabla nacional.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *            del piso.
               05  TAB-CUOTA PIC 9(7)V99.
      *            Cuota fija acumulada de los tramos anteriores.
               05  TAB-REGION PIC X(10).
      *            Region del tramo (mismo codigo que la region del
      *            sitio o DIR-REGION); blanco = tabla nacional.

       WORKING-STORAGE SECTION.
           01  PAIS-TXT PIC X(44)
               VALUE 'Tasa marginal (2 dec, 01250 = 12.50): '.
           01  CUOTA-TXT PIC X(46)
               VALUE 'Cuota fija al piso (2 dec implicitos): '.
           01  REGION-TXT PIC X(46)
               VALUE 'Region/estado (ENTER = tabla nacional): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           MOVE SPACE TO TABLAS-REGISTRO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PAIS UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY REGION-TXT.
           ACCEPT TAB-REGION.
           MOVE FUNCTION UPPER-CASE(TAB-REGION) TO TAB-REGION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ANO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY TAB-PAIS ' ' TAB-REGION ' ' TAB-ANO
                       ' piso=' TAB-PISO
                       ' tasa=' TAB-TASA
                       ' cuota=' TAB-CUOTA
