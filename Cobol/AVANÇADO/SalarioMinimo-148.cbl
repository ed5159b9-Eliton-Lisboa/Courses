      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de salario minimo legal (salario_minimo.dat):
      *          una linea por pais, region (en blanco = todo el
      *          pais) y fecha de vigencia, con el minimo mensual de
      *          jornada completa y el minimo por hora. Las bandas
      *          internas de bandas.dat no sustituyen a esta tabla.
      *          VERIFICAR-MINIMO (VerificarMinimo-149) la consulta en
      *          la captura, la modificacion, la revision salarial y
      *          la carga por lotes. La opcion 3 lista, antes de que
      *          entre en vigor una tarifa recien cargada, a cada
      *          empleado activo que quedaria por debajo, en
      *          salario_minimo_cumplimiento.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARIO-MINIMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL MINIMOS-ARCHIVO
           ASSIGN TO 'salario_minimo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MINIMOS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'salario_minimo_cumplimiento.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  MINIMOS-ARCHIVO.
           01  MINIMOS-REGISTRO.
               05  SMN-PAIS PIC X(2).
               05  SMN-REGION PIC X(10).
      *            En blanco = tarifa nacional. Con region, se compara
      *            con la region del sitio (o del domicilio) y manda
      *            la mayor de las dos.
               05  SMN-FECHA-VIGENCIA PIC 9(8).
      *            AAAAMMDD; manda la mas reciente que no pase de la
      *            fecha evaluada.
               05  SMN-MENSUAL PIC 9(7)V99.
      *            Minimo mensual de jornada completa; se prorratea
      *            por el FTE de cada empleado.
               05  SMN-HORA PIC 9(5)V99.
      *            Minimo por hora, para los que cobran por hora.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(110).

       WORKING-STORAGE SECTION.
           01  PAIS-TXT PIC X(36)
               VALUE 'Pais (US,ES,MX,AR,BR,CO,CL,PE): '.
           01  REGION-TXT PIC X(42)
               VALUE 'Region (ENTER = tarifa de todo el pais): '.
           01  FECHA-TXT PIC X(34)
               VALUE 'Fecha de vigencia AAAAMMDD: '.
           01  MENSUAL-TXT PIC X(44)
               VALUE 'Minimo mensual de jornada completa: '.
           01  HORA-TXT PIC X(44)
               VALUE 'Minimo por hora (2 dec implicitos): '.
           01  EVALUAR-TXT PIC X(44)
               VALUE 'Fecha AAAAMMDD (ENTER = proxima vigencia): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  MINIMOS-STATUS PIC XX.
           01  EMPLEADOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  ENTRADA-NUMERICA PIC X(12).
           01  CAMPO-VALIDO PIC X.
           01  FIN-MINIMOS PIC X.
           01  FIN-DEL-ARCHIVO PIC X.

           01  FECHA-HOY PIC 9(8).
           01  FECHA-EVALUAR PIC 9(8).
           01  FECHA-ENTRADA PIC X(8).
           01  BAJO-HOY PIC X(2).
           01  TOTAL-REVISADOS PIC 9(6).
           01  TOTAL-BAJO PIC 9(6).

           COPY 'Salario-minimo.cbl'.

           01  LINEA-TITULO.
               05  FILLER PIC X(42)
                   VALUE 'CUMPLIMIENTO DE SALARIO MINIMO AL '.
               05  TIT-FECHA PIC 9(8).
               05  FILLER PIC X(10) VALUE '  (hoy '.
               05  TIT-HOY PIC 9(8).
               05  FILLER PIC X(1) VALUE ')'.

           01  LINEA-ENCABEZADO PIC X(110) VALUE
               'ID     NOMBRE               APELLIDOS            PAIS RE
      -        'GION     FTE B      SUELDO      MINIMO VIGENCIA YA'.

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-APELLIDOS PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-PAIS PIC X(2).
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-REGION PIC X(10).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-FTE PIC ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BASE PIC X(1).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-SUELDO PIC Z,ZZZ,ZZ9.99.
               05  DET-MINIMO PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-VIGENCIA PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-YA PIC X(2).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Capturar una tarifa de salario minimo'.
           DISPLAY '2) Listar tarifas'.
           DISPLAY '3) Reporte de cumplimiento'.
           DISPLAY '4) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-MINIMO
               WHEN '2'
                   PERFORM LISTAR-MINIMOS
               WHEN '3'
                   PERFORM REPORTE-CUMPLIMIENTO
               WHEN '4'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       CAPTURAR-MINIMO.
           MOVE SPACE TO MINIMOS-REGISTRO.
           DISPLAY PAIS-TXT.
           ACCEPT SMN-PAIS.
           MOVE FUNCTION UPPER-CASE(SMN-PAIS) TO SMN-PAIS.
           PERFORM UNTIL SMN-PAIS NOT = SPACE
               DISPLAY 'El pais no puede quedar en blanco.'
               DISPLAY PAIS-TXT
               ACCEPT SMN-PAIS
               MOVE FUNCTION UPPER-CASE(SMN-PAIS) TO SMN-PAIS
           END-PERFORM.
           DISPLAY REGION-TXT.
           ACCEPT SMN-REGION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-FECHA UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-IMPORTES UNTIL CAMPO-VALIDO = 'S'.
           OPEN EXTEND MINIMOS-ARCHIVO.
           IF MINIMOS-STATUS NOT = '00' AND MINIMOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo MINIMOS. STATUS ='
                   MINIMOS-STATUS
               STOP RUN
           END-IF.
           WRITE MINIMOS-REGISTRO.
           CLOSE MINIMOS-ARCHIVO.
           DISPLAY 'Tarifa de salario minimo guardada.'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           IF SMN-FECHA-VIGENCIA > FECHA-HOY
               DISPLAY 'Vigencia futura: corra el reporte de '
                   'cumplimiento (opcion 3) antes del '
                   SMN-FECHA-VIGENCIA '.'
           END-IF.

       OBTENER-FECHA.
           DISPLAY FECHA-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA(1:8) IS NUMERIC
               MOVE ENTRADA-NUMERICA(1:8) TO SMN-FECHA-VIGENCIA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Fecha invalida: introduce AAAAMMDD.'
           END-IF.

      *    El mensual va en unidades enteras, como EMPLEADOS-SALARIO;
      *    el de hora con centavos, como la tarifa por hora. Uno de
      *    los dos puede quedar en cero si la ley no lo fija.
       OBTENER-IMPORTES.
           MOVE ZERO TO SMN-MENSUAL SMN-HORA.
           DISPLAY MENSUAL-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               COMPUTE SMN-MENSUAL = FUNCTION NUMVAL(ENTRADA-NUMERICA)
               DISPLAY HORA-TXT
               ACCEPT ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA IS NUMERIC
                   COMPUTE SMN-HORA =
                       FUNCTION NUMVAL(ENTRADA-NUMERICA) / 100
                   IF SMN-MENSUAL = ZERO AND SMN-HORA = ZERO
                       DISPLAY 'El mensual y el de hora no pueden '
                           'ser cero los dos.'
                   ELSE
                       MOVE 'S' TO CAMPO-VALIDO
                   END-IF
               ELSE
                   DISPLAY 'Importe invalido: introduce solo digitos.'
               END-IF
           ELSE
               DISPLAY 'Importe invalido: introduce solo digitos.'
           END-IF.

       LISTAR-MINIMOS.
           OPEN INPUT MINIMOS-ARCHIVO.
           IF MINIMOS-STATUS = '05' OR MINIMOS-STATUS = '35'
               DISPLAY 'Todavia no hay tarifas de salario minimo.'
               CLOSE MINIMOS-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR UNTIL MINIMOS-STATUS = '10'
               CLOSE MINIMOS-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ MINIMOS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY SMN-PAIS ' ' SMN-REGION ' vigente='
                       SMN-FECHA-VIGENCIA ' mensual=' SMN-MENSUAL
                       ' hora=' SMN-HORA
           END-READ.

      *----------------------------------------------------------------
      *    Reporte de cumplimiento: cada empleado activo cuyo sueldo
      *    (o tarifa por hora) queda debajo del minimo vigente a la
      *    fecha evaluada. Por omision la fecha es la vigencia futura
      *    mas proxima de la tabla, para corregir sueldos antes de que
      *    la tarifa nueva entre en vigor; YA = 'SI' marca a los que
      *    ademas ya estan debajo del minimo de hoy.
      *----------------------------------------------------------------
       REPORTE-CUMPLIMIENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY EVALUAR-TXT.
           MOVE SPACES TO FECHA-ENTRADA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EVALUAR
           ELSE
               PERFORM BUSCAR-PROXIMA-VIGENCIA
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
           ELSE
               IF EMPLEADOS-STATUS NOT = '00' AND
                       EMPLEADOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. '
                       'STATUS =' EMPLEADOS-STATUS
               ELSE
                   PERFORM ESCRIBIR-CUMPLIMIENTO
               END-IF
               CLOSE EMPLEADOS-ARCHIVO
           END-IF.

      *    Sin vigencias futuras cargadas se evalua contra hoy.
       BUSCAR-PROXIMA-VIGENCIA.
           MOVE FECHA-HOY TO FECHA-EVALUAR.
           OPEN INPUT MINIMOS-ARCHIVO.
           IF MINIMOS-STATUS = '00'
               MOVE 'N' TO FIN-MINIMOS
               PERFORM UNTIL FIN-MINIMOS = 'S'
                   READ MINIMOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MINIMOS
                       NOT AT END
                           IF SMN-FECHA-VIGENCIA > FECHA-HOY AND
                                   (FECHA-EVALUAR = FECHA-HOY OR
                                   SMN-FECHA-VIGENCIA < FECHA-EVALUAR)
                               MOVE SMN-FECHA-VIGENCIA TO FECHA-EVALUAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MINIMOS-ARCHIVO.

       ESCRIBIR-CUMPLIMIENTO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE FECHA-EVALUAR TO TIT-FECHA.
           MOVE FECHA-HOY TO TIT-HOY.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZERO TO TOTAL-REVISADOS TOTAL-BAJO.
           MOVE 'N' TO FIN-DEL-ARCHIVO.
           MOVE ZERO TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-DEL-ARCHIVO = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF STATUS-ATIVO
                           PERFORM REVISAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Empleados activos revisados' TO TOT-TEXTO.
           MOVE TOTAL-REVISADOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Debajo del minimo a la fecha evaluada'
               TO TOT-TEXTO.
           MOVE TOTAL-BAJO TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY 'Activos revisados: ' TOTAL-REVISADOS
               '  debajo del minimo al ' FECHA-EVALUAR ': '
               TOTAL-BAJO.
           DISPLAY 'Reporte en salario_minimo_cumplimiento.txt'.

       REVISAR-EMPLEADO.
           ADD 1 TO TOTAL-REVISADOS.
           MOVE FECHA-HOY TO SMC-FECHA.
           PERFORM CONSULTAR-MINIMO.
           IF SMC-BAJO-MINIMO
               MOVE 'SI' TO BAJO-HOY
           ELSE
               MOVE SPACES TO BAJO-HOY
           END-IF.
           MOVE FECHA-EVALUAR TO SMC-FECHA.
           PERFORM CONSULTAR-MINIMO.
           IF SMC-BAJO-MINIMO
               ADD 1 TO TOTAL-BAJO
               MOVE EMPLEADOS-ID TO DET-ID
               MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE
               MOVE EMPLEADOS-APELLIDOS TO DET-APELLIDOS
               MOVE SMC-PAIS-LEY TO DET-PAIS
               MOVE SMC-REGION-LEY TO DET-REGION
               MOVE SMC-FTE TO DET-FTE
               IF SMC-POR-HORA
                   MOVE 'H' TO DET-BASE
                   MOVE SMC-TARIFA-HORA TO DET-SUELDO
                   MOVE SMC-MINIMO-HORA TO DET-MINIMO
               ELSE
                   MOVE 'S' TO DET-BASE
                   MOVE SMC-SALARIO TO DET-SUELDO
                   MOVE SMC-MINIMO-MENSUAL TO DET-MINIMO
               END-IF
               MOVE SMC-FECHA-VIGENCIA TO DET-VIGENCIA
               MOVE BAJO-HOY TO DET-YA
               MOVE LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       CONSULTAR-MINIMO.
           MOVE DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE DIR-REGION TO SMC-REGION.
           MOVE EMPLEADOS-SITIO TO SMC-SITIO.
           MOVE EMPLEADOS-TIPO TO SMC-TIPO.
           MOVE EMPLEADOS-BASE-PAGO TO SMC-BASE-PAGO.
           IF EMPLEADOS-FTE IS NUMERIC AND EMPLEADOS-FTE > ZERO
               MOVE EMPLEADOS-FTE TO SMC-FTE
           ELSE
               MOVE 100 TO SMC-FTE
           END-IF.
           MOVE EMPLEADOS-SALARIO TO SMC-SALARIO.
           MOVE EMPLEADOS-TARIFA-HORA TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.

       END PROGRAM SALARIO-MINIMO.
