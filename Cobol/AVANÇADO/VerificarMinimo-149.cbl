      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comprueba un sueldo contra el salario minimo legal de
      *          salario_minimo.dat (SalarioMinimo-148), para los que
      *          la CALLean: captura y modificacion de empleados
      *          (EscreverRegistros-02, RegistrosIndexados-05),
      *          propuestas de RevisionSalarial-26, altas y cambios de
      *          ActualizacionLotes-47 y el reporte de cumplimiento.
      *          El pais y la region son los del sitio de trabajo o,
      *          sin sitio, los del domicilio. De cada uno se toma la
      *          tarifa nacional (region en blanco) y la regional mas
      *          recientes que no pasen de la fecha pedida, y manda la
      *          mayor de las dos. El sueldo mensual se compara con el
      *          minimo prorrateado por el FTE; el que cobra por hora,
      *          su tarifa con el minimo por hora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-MINIMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL MINIMOS-ARCHIVO
           ASSIGN TO 'salario_minimo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MINIMOS-STATUS.

      *    Sitios de trabajo (SitiosMaster-81), por el pais y la
      *    region del sitio.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MINIMOS-ARCHIVO.
           01  MINIMOS-REGISTRO.
               05  SMN-PAIS PIC X(2).
               05  SMN-REGION PIC X(10).
               05  SMN-FECHA-VIGENCIA PIC 9(8).
               05  SMN-MENSUAL PIC 9(7)V99.
               05  SMN-HORA PIC 9(5)V99.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       WORKING-STORAGE SECTION.
           01  MINIMOS-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  FIN-MINIMOS PIC X.
           01  FIN-SITIOS PIC X.
           01  FECHA-CONSULTA PIC 9(8).
           01  FTE-CALCULO PIC 9(3).

           01  FECHA-NACIONAL PIC 9(8).
           01  MENSUAL-NACIONAL PIC 9(7)V99.
           01  HORA-NACIONAL PIC 9(5)V99.
           01  FECHA-REGIONAL PIC 9(8).
           01  MENSUAL-REGIONAL PIC 9(7)V99.
           01  HORA-REGIONAL PIC 9(5)V99.

       LINKAGE SECTION.
           COPY 'Salario-minimo.cbl'.

       PROCEDURE DIVISION USING SALARIO-MINIMO-CONSULTA.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE ZERO TO SMC-FECHA-VIGENCIA SMC-MINIMO-MENSUAL
               SMC-MINIMO-HORA.
           MOVE 'S' TO SMC-RESULTADO.
           IF SMC-FECHA IS NUMERIC AND SMC-FECHA > ZERO
               MOVE SMC-FECHA TO FECHA-CONSULTA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-CONSULTA
           END-IF.
           IF SMC-FTE IS NUMERIC AND SMC-FTE > ZERO
               MOVE SMC-FTE TO FTE-CALCULO
           ELSE
               MOVE 100 TO FTE-CALCULO
           END-IF.
           PERFORM DETERMINAR-PAIS-LEY.
           PERFORM BUSCAR-TARIFAS.
           PERFORM APLICAR-TARIFA.

       PROGRAM-DONE.
           GOBACK.

      *    Mismo criterio que DETERMINAR-PAIS-TRABAJO en
      *    RegistrosIndexados-05: el sitio manda sobre el domicilio.
       DETERMINAR-PAIS-LEY.
           MOVE SMC-PAIS TO SMC-PAIS-LEY.
           MOVE SMC-REGION TO SMC-REGION-LEY.
           IF SMC-SITIO NOT = SPACES
               OPEN INPUT SITIOS-ARCHIVO
               IF SITIOS-STATUS = '00'
                   MOVE 'N' TO FIN-SITIOS
                   PERFORM UNTIL FIN-SITIOS = 'S'
                       READ SITIOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-SITIOS
                           NOT AT END
                               IF SIT-CODIGO = SMC-SITIO
                                   IF SIT-PAIS NOT = SPACES
                                       MOVE SIT-PAIS TO SMC-PAIS-LEY
                                       MOVE SIT-REGION
                                           TO SMC-REGION-LEY
                                   END-IF
                                   MOVE 'S' TO FIN-SITIOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SITIOS-ARCHIVO
           END-IF.

      *    La tabla es chica (unas lineas por pais y ano): se recorre
      *    completa. A igual vigencia gana la ultima linea cargada,
      *    para que una correccion no obligue a editar el archivo.
       BUSCAR-TARIFAS.
           MOVE ZERO TO FECHA-NACIONAL MENSUAL-NACIONAL HORA-NACIONAL
               FECHA-REGIONAL MENSUAL-REGIONAL HORA-REGIONAL.
           OPEN INPUT MINIMOS-ARCHIVO.
           IF MINIMOS-STATUS = '00'
               MOVE 'N' TO FIN-MINIMOS
               PERFORM UNTIL FIN-MINIMOS = 'S'
                   READ MINIMOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MINIMOS
                       NOT AT END
                           IF SMN-PAIS = SMC-PAIS-LEY AND
                                   SMN-FECHA-VIGENCIA <= FECHA-CONSULTA
                               PERFORM TOMAR-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MINIMOS-ARCHIVO.

       TOMAR-TARIFA.
           IF SMN-REGION = SPACES
               IF SMN-FECHA-VIGENCIA >= FECHA-NACIONAL
                   MOVE SMN-FECHA-VIGENCIA TO FECHA-NACIONAL
                   MOVE SMN-MENSUAL TO MENSUAL-NACIONAL
                   MOVE SMN-HORA TO HORA-NACIONAL
               END-IF
           ELSE
               IF SMN-REGION = SMC-REGION-LEY AND
                       SMN-FECHA-VIGENCIA >= FECHA-REGIONAL
                   MOVE SMN-FECHA-VIGENCIA TO FECHA-REGIONAL
                   MOVE SMN-MENSUAL TO MENSUAL-REGIONAL
                   MOVE SMN-HORA TO HORA-REGIONAL
               END-IF
           END-IF.

      *    Manda la tarifa mas alta entre la nacional y la regional;
      *    la vigencia informada es la del cambio mas reciente.
       APLICAR-TARIFA.
           MOVE MENSUAL-NACIONAL TO SMC-MINIMO-MENSUAL.
           MOVE HORA-NACIONAL TO SMC-MINIMO-HORA.
           MOVE FECHA-NACIONAL TO SMC-FECHA-VIGENCIA.
           IF MENSUAL-REGIONAL > SMC-MINIMO-MENSUAL
               MOVE MENSUAL-REGIONAL TO SMC-MINIMO-MENSUAL
           END-IF.
           IF HORA-REGIONAL > SMC-MINIMO-HORA
               MOVE HORA-REGIONAL TO SMC-MINIMO-HORA
           END-IF.
           IF FECHA-REGIONAL > SMC-FECHA-VIGENCIA
               MOVE FECHA-REGIONAL TO SMC-FECHA-VIGENCIA
           END-IF.
           COMPUTE SMC-MINIMO-MENSUAL ROUNDED =
               SMC-MINIMO-MENSUAL * FTE-CALCULO / 100.
           EVALUATE TRUE
               WHEN SMC-TIPO = 'C'
               WHEN SMC-FECHA-VIGENCIA = ZERO
                   CONTINUE
               WHEN SMC-POR-HORA
                   IF SMC-MINIMO-HORA > ZERO AND
                           SMC-TARIFA-HORA < SMC-MINIMO-HORA
                       MOVE 'N' TO SMC-RESULTADO
                   END-IF
               WHEN OTHER
                   IF SMC-MINIMO-MENSUAL > ZERO AND
                           SMC-SALARIO < SMC-MINIMO-MENSUAL
                       MOVE 'N' TO SMC-RESULTADO
                   END-IF
           END-EVALUATE.

       END PROGRAM VERIFICAR-MINIMO.
