      * Date:
      * Purpose: Subsistema de planes de beneficios (salud, vida):
      *          maestro de planes (planes_beneficios.dat: codigo,
      *          descripcion, prima del empleado, la parte que paga
      *          la empresa y elegibilidad por
      *          EMPLEADOS-TIPO), inscripciones por empleado con nivel
      *          de cobertura (inscripciones_beneficios.dat, clave
      *          ID + plan; nivel F = familiar cobra prima doble), y
      *          (dependientes.dat). Las primas entran solas a los
      *          renglones de deduccion de RecibosNomina-21, y el
      *          censo por plan cuadra la factura mensual de la
      *          aseguradora. Cada plan lleva la aseguradora y la
      *          poliza a las que se reporta la elegibilidad
      *          (ElegibilidadBeneficios-114).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *            'P' = permanentes, 'C' = contratistas, 'A' = ambos
                   88  PLAN-ELEGIBLE-PERM VALUE 'P' 'A'.
                   88  PLAN-ELEGIBLE-CONT VALUE 'C' 'A'.
               05  PLAN-ASEGURADORA PIC X(6).
      *            Codigo de la aseguradora que recibe el archivo de
      *            elegibilidad del plan; blanco en planes anteriores
      *            al campo (no se reportan).
               05  PLAN-POLIZA PIC X(15).
      *            Numero de poliza/grupo del plan en la aseguradora.
               05  PLAN-PRIMA-PATRON PIC 9(7)V99.
      *            Parte de la prima que paga la empresa, con la misma
      *            base que PLAN-PRIMA (el nivel familiar, el doble);
      *            blanco en planes anteriores al campo = cero. No se
      *            descuenta en nomina: la informa el estado anual de
      *            recompensas (EstadoRecompensas-153).

       FD  INS-BEN-ARCHIVO.
           01  INS-BEN-REGISTRO.
               VALUE 'Codigo del plan (4 car): '.
           01  PRIMA-TXT PIC X(44)
               VALUE 'Prima del empleado (2 dec implicitos): '.
           01  PRIMA-PATRON-TXT PIC X(44)
               VALUE 'Prima de la empresa (2 dec implicitos): '.
           01  ELEGIBLE-TXT PIC X(42)
               VALUE 'Elegible (P=perm, C=contr, A=ambos): '.
           01  NIVEL-TXT PIC X(38)
               VALUE 'Fecha de nacimiento AAAAMMDD: '.
           01  DEP-PAR-TXT PIC X(16)
               VALUE 'Parentesco: '.
           01  ASEGURADORA-TXT PIC X(34)
               VALUE 'Codigo de la aseguradora (6 car): '.
           01  POLIZA-TXT PIC X(30)
               VALUE 'Numero de poliza en la misma: '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
           01  CENSO-PRIMAS PIC 9(11)V99.
           01  PRIMA-EFECTIVA PIC 9(7)V99.
           01  DEP-CONTADOS PIC 9(5).
           01  GUARDA-REGISTRO-BEN PIC X(250).

           01  LINEA-CENSO-DET.
               05  FILLER PIC X(2) VALUE SPACES.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PRIMA UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PRIMA-PATRON UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ELEGIBLE UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY ASEGURADORA-TXT.
           ACCEPT PLAN-ASEGURADORA.
           PERFORM UNTIL PLAN-ASEGURADORA NOT = SPACE
               DISPLAY 'La aseguradora no puede quedar en blanco.'
               DISPLAY ASEGURADORA-TXT
               ACCEPT PLAN-ASEGURADORA
           END-PERFORM.
           DISPLAY POLIZA-TXT.
           ACCEPT PLAN-POLIZA.
           OPEN EXTEND PLANES-ARCHIVO.
           IF PLANES-STATUS NOT = '00' AND PLANES-STATUS NOT = '05'
               DISPLAY 'Error de archivo PLANES. STATUS ='
               DISPLAY 'Prima invalida: introduce solo digitos.'
           END-IF.

       OBTENER-PRIMA-PATRON.
           DISPLAY PRIMA-PATRON-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               COMPUTE PLAN-PRIMA-PATRON =
                   FUNCTION NUMVAL(ENTRADA-NUMERICA) / 100
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Prima invalida: introduce solo digitos.'
           END-IF.

       OBTENER-ELEGIBLE.
           DISPLAY ELEGIBLE-TXT.
           ACCEPT PLAN-ELEGIBLE.
                           DISPLAY PLAN-CODIGO ' - '
                               PLAN-DESCRIPCION
                               ' prima=' PLAN-PRIMA
                               ' empresa=' PLAN-PRIMA-PATRON
                               ' elegible=' PLAN-ELEGIBLE
                               ' aseg=' PLAN-ASEGURADORA
                               ' poliza=' PLAN-POLIZA
                   END-READ
               END-PERFORM
               CLOSE PLANES-ARCHIVO
