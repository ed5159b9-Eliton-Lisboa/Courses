      * Author:
      * Date:
      * Purpose: Maestro de sitios de trabajo (sitios.dat): codigo,
      *          nombre, direccion del edificio, pais y region
      *          (estado, provincia: llave de los impuestos
      *          regionales de TablasImpuesto-67). El campo
      *          EMPLEADOS-SITIO del maestro de empleados se valida
      *          contra esta lista en la captura, y ReporteMuster-82
      *          arma con el la lista de pase de revista por sitio
               05  SIT-PAIS PIC X(2).
                   88  SIT-PAIS-VALIDO VALUES 'US' 'ES' 'MX' 'AR'
                       'BR' 'CO' 'CL' 'PE'.
               05  SIT-REGION PIC X(10).

       WORKING-STORAGE SECTION.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Direccion del edificio: '.
           01  PAIS-TXT PIC X(44)
               VALUE 'Codigo de pais (US,ES,MX,AR,BR,CO,CL,PE): '.
           01  REGION-TXT PIC X(40)
               VALUE 'Region/estado del sitio (ENTER = nada): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           ACCEPT SIT-DIRECCION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PAIS UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY REGION-TXT.
           ACCEPT SIT-REGION.
           MOVE FUNCTION UPPER-CASE(SIT-REGION) TO SIT-REGION.
           OPEN EXTEND SITIOS-ARCHIVO.
           IF SITIOS-STATUS NOT = '00' AND SITIOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo SITIOS. STATUS ='
                   CONTINUE
               NOT AT END
                   DISPLAY SIT-CODIGO ' - ' SIT-NOMBRE
                       ' (' SIT-PAIS ' ' SIT-REGION ') '
                       SIT-DIRECCION
           END-READ.

       END PROGRAM SITIOS-MASTER.
