      *          permanentes y contratistas dentro de cada pais, en el
      *          formato paginado de ReportEmpleados-06 - los numeros
      *          por pais que finanzas necesita para las declaraciones
      *          legales. Junto al headcount sale el FTE (la suma de
      *          los porcentajes de jornada), para que las jornadas
      *          parciales no cuenten como una cabeza completa.
      *          Mientras dura una asignacion internacional
      *          (AsignacionesInternacionales-151) el asignado cuenta
      *          en el pais destino, con su salario convertido a la
      *          moneda del destino; sin tipo de cambio para convertir
      *          se queda en su pais de origen y se avisa al pie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMBIOS-STATUS.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones_internacionales.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.
               05  TCB-FECHA PIC 9(8).
               05  TCB-TASA PIC 9(5)V9(6).

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASG-CLAVE.
                   10  ASG-EMPLEADOS-ID PIC 9(6).
                   10  ASG-FECHA-INICIO PIC 9(8).
               05  ASG-PAIS-ORIGEN PIC X(2).
               05  ASG-PAIS-DESTINO PIC X(2).
               05  ASG-SITIO-DESTINO PIC X(4).
               05  ASG-FECHA-FIN PIC 9(8).
               05  ASG-VIVIENDA PIC 9(7)V99.
               05  ASG-COSTO-VIDA PIC 9(7)V99.
               05  ASG-OTRA-ASIGNACION PIC 9(7)V99.
               05  ASG-PORCENTAJE-DESTINO PIC 9(3).
               05  ASG-ESTADO PIC X.
                   88  ASIGNACION-VIGENTE VALUE 'A'.
                   88  ASIGNACION-CANCELADA VALUE 'C'.

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  TABLA-ACUMULADOS.
               05  PAIS-ENTRADA OCCURS 9 TIMES.
                   10  PAIS-PERM-CANTIDAD PIC 9(5).
                   10  PAIS-PERM-FTE PIC 9(5)V99.
                   10  PAIS-PERM-SALARIO PIC 9(11)V99.
                   10  PAIS-CONT-CANTIDAD PIC 9(5).
                   10  PAIS-CONT-FTE PIC 9(5)V99.
                   10  PAIS-CONT-SALARIO PIC 9(11)V99.
           01  INDICE-PAIS PIC 99.
           01  PAIS-HALLADO PIC X.

           01  TOTAL-CANTIDAD PIC 9(5) VALUE ZERO.
           01  TOTAL-FTE PIC 9(5)V99 VALUE ZERO.
      *    Fraccion de jornada del empleado; cero o blanco (registros
      *    anteriores al campo) cuenta como tiempo completo.
           01  FTE-EMPLEADO PIC 9V99.
           01  TOTAL-SALARIO PIC 9(11)V99 VALUE ZERO.

      *    Moneda local de cada pais de la tabla (mismo orden que
           01  SALARIO-USD PIC 9(11)V99.
           01  TOTAL-USD PIC 9(11)V99 VALUE ZERO.

      *    Asignados al extranjero: pais y salario con que cuentan.
           01  ASIGNACIONES-STATUS PIC XX.
           01  HAY-ASIGNACIONES PIC X VALUE 'N'.
           01  FIN-ASIGNACIONES PIC X.
           01  ASIGNACION-HOY PIC X.
           01  PAIS-DESTINO-HOY PIC X(2).
           01  PAIS-REPORTE PIC X(2).
           01  SALARIO-EMPLEADO PIC 9(9)V99.
           01  TASA-ORIGEN PIC 9(5)V9(6).
           01  INDICE-ORIGEN PIC 99.
           01  INDICE-DESTINO PIC 99.
           01  TOTAL-ASIGNADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-ASIGNADOS-SIN-TASA PIC 9(5) VALUE ZERO.

           01  LINEA-ASIGNADOS.
               05  TXA-TEXTO PIC X(44).
               05  TXA-CANTIDAD PIC ZZZZ9.

           01  LINEA-CONVERSION.
               05  FILLER PIC X(8) VALUE '  => '.
               05  CNV-MONEDA PIC X(3).
               05  FILLER PIC X(6) VALUE 'PAIS'.
               05  FILLER PIC X(6) VALUE 'TIPO'.
               05  FILLER PIC X(11) VALUE 'HEADCOUNT'.
               05  FILLER PIC X(11) VALUE 'FTE'.
               05  FILLER PIC X(16) VALUE 'SALARIO TOTAL'.

           01  LINEA-DETALLE.
               05  DET-PAIS PIC X(4).
               05  DET-TIPO PIC X(6).
               05  DET-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-FTE PIC ZZZZ9.99.
               05  FILLER PIC X(5) VALUE SPACES.
               05  DET-SALARIO PIC ZZZ,ZZZ,ZZ9.99.

           01  LINEA-TOTAL.
               05  FILLER PIC X(16) VALUE 'TOTAL GENERAL'.
               05  TOT-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(3) VALUE SPACES.
               05  TOT-FTE PIC ZZZZ9.99.
               05  FILLER PIC X(5) VALUE SPACES.
               05  TOT-SALARIO PIC Z,ZZZ,ZZZ,ZZ9.99.

                   PRINT-STATUS
               GOBACK
           END-IF.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS = '00'
               MOVE 'S' TO HAY-ASIGNACIONES
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PRINT-FILE.
           CLOSE ASIGNACIONES-ARCHIVO.

       OBTENER-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.

       PROCESAR-REGISTROS.
           IF NOT STATUS-INATIVO
               IF EMPLEADOS-FTE IS NOT NUMERIC OR
                       EMPLEADOS-FTE = ZERO
                   MOVE 1 TO FTE-EMPLEADO
               ELSE
                   COMPUTE FTE-EMPLEADO = EMPLEADOS-FTE / 100
               END-IF
               MOVE DIR-CODIGO-PAIS TO PAIS-REPORTE
               MOVE EMPLEADOS-SALARIO TO SALARIO-EMPLEADO
               PERFORM BUSCAR-ASIGNACION-HOY
               IF ASIGNACION-HOY = 'S'
                   PERFORM CONVERTIR-A-DESTINO
               END-IF
               PERFORM ACUMULAR-PAIS
               ADD 1 TO TOTAL-CANTIDAD
               ADD FTE-EMPLEADO TO TOTAL-FTE
               ADD SALARIO-EMPLEADO TO TOTAL-SALARIO
           END-IF.
           PERFORM LEER-SIGUIENTE.

      *    Asignacion no cancelada que cubre la fecha del reporte.
       BUSCAR-ASIGNACION-HOY.
           MOVE 'N' TO ASIGNACION-HOY.
           IF HAY-ASIGNACIONES = 'S'
               MOVE EMPLEADOS-ID TO ASG-EMPLEADOS-ID
               MOVE ZERO TO ASG-FECHA-INICIO
               MOVE 'N' TO FIN-ASIGNACIONES
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF ASG-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                                   ASG-FECHA-INICIO > FECHA-HOY
                               MOVE 'S' TO FIN-ASIGNACIONES
                           ELSE
                               IF NOT ASIGNACION-CANCELADA AND
                                       ASG-FECHA-FIN >= FECHA-HOY
                                   MOVE 'S' TO ASIGNACION-HOY
                                   MOVE ASG-PAIS-DESTINO
                                       TO PAIS-DESTINO-HOY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    El salario (moneda del pais de origen) pasa a la moneda
      *    del destino via dolares: local / tasa origen * tasa
      *    destino. Sin alguna de las dos tasas el asignado se
      *    queda en su pais de origen.
       CONVERTIR-A-DESTINO.
           ADD 1 TO TOTAL-ASIGNADOS.
           MOVE ZERO TO INDICE-ORIGEN INDICE-DESTINO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 8
               IF PAIS-CODIGO-TAB(INDICE-PAIS) = DIR-CODIGO-PAIS
                   MOVE INDICE-PAIS TO INDICE-ORIGEN
               END-IF
               IF PAIS-CODIGO-TAB(INDICE-PAIS) = PAIS-DESTINO-HOY
                   MOVE INDICE-PAIS TO INDICE-DESTINO
               END-IF
           END-PERFORM.
           MOVE 'N' TO TASA-HALLADA.
           IF INDICE-ORIGEN NOT = ZERO AND INDICE-DESTINO NOT = ZERO
               MOVE INDICE-ORIGEN TO INDICE-PAIS
               PERFORM BUSCAR-TASA-VIGENTE
               MOVE MEJOR-TASA TO TASA-ORIGEN
               IF TASA-HALLADA = 'S'
                   MOVE INDICE-DESTINO TO INDICE-PAIS
                   PERFORM BUSCAR-TASA-VIGENTE
               END-IF
           END-IF.
           IF TASA-HALLADA = 'S'
               COMPUTE SALARIO-EMPLEADO ROUNDED =
                   EMPLEADOS-SALARIO / TASA-ORIGEN * MEJOR-TASA
               MOVE PAIS-DESTINO-HOY TO PAIS-REPORTE
           ELSE
               ADD 1 TO TOTAL-ASIGNADOS-SIN-TASA
           END-IF.

      *    Los codigos fuera de la lista PAIS-VALIDO (registros
      *    anteriores a la validacion de pais) caen en el balde '??'
      *    para que el total general siga cuadrando.
           MOVE 'N' TO PAIS-HALLADO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 8 OR PAIS-HALLADO = 'S'
               IF PAIS-CODIGO-TAB(INDICE-PAIS) = PAIS-REPORTE
                   MOVE 'S' TO PAIS-HALLADO
                   PERFORM ACUMULAR-EN-INDICE
               END-IF
       ACUMULAR-EN-INDICE.
           IF TIPO-CONTRATISTA
               ADD 1 TO PAIS-CONT-CANTIDAD(INDICE-PAIS)
               ADD FTE-EMPLEADO TO PAIS-CONT-FTE(INDICE-PAIS)
               ADD SALARIO-EMPLEADO
                   TO PAIS-CONT-SALARIO(INDICE-PAIS)
           ELSE
               ADD 1 TO PAIS-PERM-CANTIDAD(INDICE-PAIS)
               ADD FTE-EMPLEADO TO PAIS-PERM-FTE(INDICE-PAIS)
               ADD SALARIO-EMPLEADO
                   TO PAIS-PERM-SALARIO(INDICE-PAIS)
           END-IF.

           MOVE PAIS-CODIGO-TAB(INDICE-PAIS) TO DET-PAIS.
           MOVE 'PERM' TO DET-TIPO.
           MOVE PAIS-PERM-CANTIDAD(INDICE-PAIS) TO DET-CANTIDAD.
           MOVE PAIS-PERM-FTE(INDICE-PAIS) TO DET-FTE.
           MOVE PAIS-PERM-SALARIO(INDICE-PAIS) TO DET-SALARIO.
           MOVE LINEA-DETALLE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO DET-PAIS.
           MOVE 'CONTR' TO DET-TIPO.
           MOVE PAIS-CONT-CANTIDAD(INDICE-PAIS) TO DET-CANTIDAD.
           MOVE PAIS-CONT-FTE(INDICE-PAIS) TO DET-FTE.
           MOVE PAIS-CONT-SALARIO(INDICE-PAIS) TO DET-SALARIO.
           MOVE LINEA-DETALLE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *    cuadre del archivo, pero el total que vale es el
      *    consolidado en dolares.
           MOVE TOTAL-CANTIDAD TO TOT-CANTIDAD.
           MOVE TOTAL-FTE TO TOT-FTE.
           MOVE TOTAL-SALARIO TO TOT-SALARIO.
           MOVE LINEA-TOTAL TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE TOTAL-USD TO TOT-USD.
           MOVE LINEA-TOTAL-USD TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF TOTAL-ASIGNADOS > ZERO
               MOVE 'Asignados al extranjero contados en destino'
                   TO TXA-TEXTO
               COMPUTE TXA-CANTIDAD =
                   TOTAL-ASIGNADOS - TOTAL-ASIGNADOS-SIN-TASA
               MOVE LINEA-ASIGNADOS TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF TOTAL-ASIGNADOS-SIN-TASA > ZERO
               MOVE 'Asignados sin tipo de cambio (en origen)'
                   TO TXA-TEXTO
               MOVE TOTAL-ASIGNADOS-SIN-TASA TO TXA-CANTIDAD
               MOVE LINEA-ASIGNADOS TO PRINT-LINE
               WRITE PRINT-LINE
               DISPLAY 'Aviso: ' TOTAL-ASIGNADOS-SIN-TASA
                   ' asignados sin tipo de cambio; cuentan en su '
                   'pais de origen.'
           END-IF.

       LEER-SIGUIENTE.
           IF FIN-DEL-ARCHIVO NOT = '0'
