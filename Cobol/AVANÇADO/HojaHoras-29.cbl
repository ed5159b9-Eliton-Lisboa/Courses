      * Author:
      * Date:
      * Purpose: Captura de hojas de horas semanales de contratistas
      *          y de permanentes por hora en horas.dat, clave logica
      *          EMPLEADOS-ID + semana terminada (AAAAMMDD). Solo
      *          acepta IDs activos del maestro indexado que sean
      *          contratistas o permanentes con PAGO-POR-HORA; las
      *          horas de contratistas las totaliza ReporteHoras-30
      *          para cotejar las facturas de agencia, y las de los
      *          permanentes por hora las paga RecibosNomina-21 una
      *          vez aprobadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(33)
               VALUE 'Introduce el ID del empleado:    '.
           01  SEMANA-TXT PIC X(36)
               VALUE 'Semana terminada el (AAAAMMDD): '.
           01  HORAS-TXT PIC X(30)
           DISPLAY 'Hoja de horas guardada (pendiente de '
               'aprobacion).'.

      *    El ID debe existir, estar activo y ser TIPO-CONTRATISTA
      *    o permanente por hora: los permanentes de sueldo no
      *    registran horas.
       OBTENER-CONTRATISTA.
           DISPLAY ID-TXT.
           ACCEPT EMPLEADOS-ID.
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STATUS-INATIVO
                           DISPLAY 'Ese empleado esta dado de baja.'
                       WHEN NOT TIPO-CONTRATISTA AND NOT PAGO-POR-HORA
                           DISPLAY 'El ID ' EMPLEADOS-ID ' no es '
                               'contratista ni permanente por hora.'
                       WHEN OTHER
                           MOVE 'S' TO CONTRATISTA-VALIDO
                           MOVE EMPLEADOS-ID TO HORAS-ID
