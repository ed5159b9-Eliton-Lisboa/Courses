                   88  SIN-METODO-PORCENTAJE VALUE 'P'.
                   88  SIN-METODO-FIJO VALUE 'F'.
               05  SIN-VALOR PIC 9(7)V99.
               05  SIN-ANTIGUEDAD-UNIDAD PIC X.
      *            'S' = el convenio exige que una reduccion de
      *            plantilla se ordene por antiguedad dentro de la
      *            unidad de negociacion (REDUCCION-PLANTILLA); 'N' o
      *            blanco en convenios anteriores al campo.
                   88  SIN-POR-UNIDAD VALUE 'S'.

       FD  AFILIACION-ARCHIVO.
           01  AFILIACION-REGISTRO.
               VALUE 'Metodo (P=porcentaje, F=monto fijo): '.
           01  VALOR-TXT PIC X(46)
               VALUE 'Valor (2 decimales, 000635 = 6.35): '.
           01  UNIDAD-TXT PIC X(52)
               VALUE 'Reducciones por antiguedad en la unidad? (S/N): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
           01  REMESA-MIEMBROS PIC 9(5).
           01  REMESA-CUOTAS PIC 9(11)V99.
           01  CUOTA-CALCULADA PIC 9(7)V99.
           01  GUARDA-REGISTRO-SIN PIC X(250).

           01  LINEA-REM-DET.
               05  FILLER PIC X(2) VALUE SPACES.
           PERFORM OBTENER-METODO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-VALOR UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ANTIGUEDAD-UNIDAD UNTIL CAMPO-VALIDO = 'S'.
           OPEN EXTEND SINDICATOS-ARCHIVO.
           IF SINDICATOS-STATUS NOT = '00' AND
                   SINDICATOS-STATUS NOT = '05'
               DISPLAY 'Valor invalido: introduce solo digitos.'
           END-IF.

       OBTENER-ANTIGUEDAD-UNIDAD.
           DISPLAY UNIDAD-TXT.
           ACCEPT SIN-ANTIGUEDAD-UNIDAD.
           EVALUATE FUNCTION UPPER-CASE(SIN-ANTIGUEDAD-UNIDAD)
               WHEN 'S'
                   MOVE 'S' TO SIN-ANTIGUEDAD-UNIDAD
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN 'N'
                   MOVE 'N' TO SIN-ANTIGUEDAD-UNIDAD
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN OTHER
                   DISPLAY 'Responda S o N.'
           END-EVALUATE.

       LISTAR-SINDICATOS.
           OPEN INPUT SINDICATOS-ARCHIVO.
           IF SINDICATOS-STATUS = '05' OR SINDICATOS-STATUS = '35'
                           DISPLAY SIN-CODIGO ' - ' SIN-NOMBRE
                               ' metodo=' SIN-METODO
                               ' valor=' SIN-VALOR
                               ' antig.unidad=' SIN-ANTIGUEDAD-UNIDAD
                   END-READ
               END-PERFORM
               CLOSE SINDICATOS-ARCHIVO
