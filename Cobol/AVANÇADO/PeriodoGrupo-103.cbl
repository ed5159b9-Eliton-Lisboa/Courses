      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resuelve el grupo de pago y el periodo de la corrida
      *          para los programas de nomina que lo CALLean al
      *          arrancar (PAYROLL-EXTRACT, RECIBOS-NOMINA,
      *          PAGOS-BANCO, EXTRACTO-CONTABLE), para que todos
      *          trabajen el mismo grupo y periodo. El grupo sale de
      *          grupo_param.dat (blanco o sin archivo = el grupo
      *          mensual de siempre), la frecuencia de grupos_pago.dat
      *          y las fechas de calendario_nomina.dat: inicio = dia
      *          siguiente al corte anterior del mismo grupo, fin =
      *          corte del periodo. Devuelve ademas el ultimo evento
      *          del grupo y periodo en periodos.dat, para que cada
      *          programa decida si puede correr.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO-GRUPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Parametro de corrida: grupo en las columnas 1-4 y,
      *    opcional, el periodo AAAANN en las 5-10 para forzar uno
      *    distinto del que toca hoy (corrida atrasada o correctiva).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'grupo_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT OPTIONAL GRUPOS-ARCHIVO
           ASSIGN TO 'grupos_pago.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRUPOS-STATUS.

           SELECT OPTIONAL CALENDARIO-ARCHIVO
           ASSIGN TO 'calendario_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDARIO-STATUS.

           SELECT OPTIONAL PERIODOS-ARCHIVO
           ASSIGN TO 'periodos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PGR-GRUPO PIC X(4).
               05  PGR-PERIODO PIC X(6).

       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
               05  GRP-DIA-CORTE PIC 99.
               05  GRP-DIA-PAGO PIC 99.

       FD  CALENDARIO-ARCHIVO.
           01  CALENDARIO-REGISTRO.
               05  CAL-PERIODO PIC 9(6).
               05  CAL-FECHA-CORTE PIC 9(8).
               05  CAL-FECHA-PAGO PIC 9(8).
               05  CAL-FECHA-BANCO PIC 9(8).
               05  CAL-GRUPO PIC X(4).

       FD  PERIODOS-ARCHIVO.
           01  PERIODOS-REGISTRO.
               05  PERIODOS-ID PIC 9(6).
               05  PERIODOS-EVENTO PIC X(8).
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).

       WORKING-STORAGE SECTION.
           01  PARAMETRO-STATUS PIC XX.
           01  GRUPOS-STATUS PIC XX.
           01  CALENDARIO-STATUS PIC XX.
           01  PERIODOS-STATUS PIC XX.
           01  FIN-GRUPOS PIC X.
           01  FIN-CALENDARIO PIC X.
           01  FIN-PERIODOS PIC X.
           01  GRUPO-HALLADO PIC X.
           01  FECHA-HOY PIC 9(8).
           01  PERIODO-PEDIDO PIC 9(6) VALUE ZERO.
           01  CORTE-ANTERIOR PIC 9(8).
           01  PERIODO-HALLADO PIC 9(6) VALUE ZERO.
           01  ANO-PERIODO PIC 9(4).
           01  PRIMERO-DEL-MES PIC 9(8).
           01  PRIMERO-MES-ANTERIOR PIC 9(8).
           01  PRIMERO-MES-SIGUIENTE PIC 9(8).

       LINKAGE SECTION.
           COPY 'Corrida-grupo.cbl'.

       PROCEDURE DIVISION USING CORRIDA-GRUPO.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE SPACES TO CORRIDA-GRUPO.
           MOVE ZERO TO CRG-PERIODO CRG-PERIODO-ANTERIOR
               CRG-FECHA-INICIO CRG-FECHA-CORTE CRG-FECHA-PAGO
               CRG-DIAS-PERIODO.
           MOVE 'S' TO CRG-VALIDO.
           MOVE 'N' TO CRG-CALENDARIO-HALLADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM LEER-PARAMETRO.
           PERFORM BUSCAR-GRUPO.
           IF CRG-VALIDO = 'S'
               PERFORM BUSCAR-PERIODO-CALENDARIO
               PERFORM CALCULAR-FECHAS-PERIODO
           END-IF.
           IF CRG-VALIDO = 'S'
               PERFORM BUSCAR-ULTIMO-EVENTO
               DISPLAY 'Grupo de pago [' CRG-GRUPO '] ('
                   CRG-FRECUENCIA ') periodo ' CRG-PERIODO ': del '
                   CRG-FECHA-INICIO ' al ' CRG-FECHA-CORTE ' ('
                   CRG-DIAS-PERIODO ' dias).'
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LEER-PARAMETRO.
           MOVE SPACES TO CRG-GRUPO.
           MOVE ZERO TO PERIODO-PEDIDO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(PGR-GRUPO)
                           TO CRG-GRUPO
                       IF PGR-PERIODO IS NUMERIC
                           MOVE PGR-PERIODO TO PERIODO-PEDIDO
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

      *    El grupo en blanco es el mensual de siempre (corte 25,
      *    pago el ultimo dia); cualquier otro debe existir en el
      *    maestro de grupos.
       BUSCAR-GRUPO.
           MOVE 'M' TO CRG-FRECUENCIA.
           MOVE 'N' TO GRUPO-HALLADO.
           IF CRG-GRUPO NOT = SPACES
               OPEN INPUT GRUPOS-ARCHIVO
               IF GRUPOS-STATUS = '05' OR GRUPOS-STATUS = '35'
                   CLOSE GRUPOS-ARCHIVO
               ELSE
                   MOVE 'N' TO FIN-GRUPOS
                   PERFORM UNTIL FIN-GRUPOS = 'S'
                       READ GRUPOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-GRUPOS
                           NOT AT END
                               IF GRP-CODIGO = CRG-GRUPO
                                   MOVE 'S' TO GRUPO-HALLADO
                                   MOVE 'S' TO FIN-GRUPOS
                                   MOVE GRP-FRECUENCIA
                                       TO CRG-FRECUENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRUPOS-ARCHIVO
               END-IF
               IF GRUPO-HALLADO = 'N'
                   DISPLAY 'El grupo de pago ' CRG-GRUPO ' de '
                       'grupo_param.dat no existe en grupos_pago.dat.'
                   MOVE 'N' TO CRG-VALIDO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CRG-CATORCENAL
                   MOVE 26 TO CRG-PERIODOS-ANO
               WHEN CRG-SEMANAL
                   MOVE 52 TO CRG-PERIODOS-ANO
               WHEN OTHER
                   MOVE 'M' TO CRG-FRECUENCIA
                   MOVE 12 TO CRG-PERIODOS-ANO
           END-EVALUATE.

      *    Periodo que toca: el pedido en el parametro; si no, en el
      *    grupo mensual el AAAAMM de hoy (como siempre) y en los
      *    demas el ultimo cuyo corte ya paso. Una segunda vuelta
      *    busca el corte anterior del mismo grupo.
       BUSCAR-PERIODO-CALENDARIO.
           IF PERIODO-PEDIDO NOT = ZERO
               MOVE PERIODO-PEDIDO TO CRG-PERIODO
           ELSE
               IF CRG-MENSUAL
                   MOVE FECHA-HOY(1:6) TO CRG-PERIODO
               END-IF
           END-IF.
           OPEN INPUT CALENDARIO-ARCHIVO.
           IF CALENDARIO-STATUS = '05' OR CALENDARIO-STATUS = '35'
               CLOSE CALENDARIO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-CALENDARIO
               PERFORM UNTIL FIN-CALENDARIO = 'S'
                   READ CALENDARIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CALENDARIO
                       NOT AT END
                           PERFORM EVALUAR-PERIODO-CALENDARIO
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-ARCHIVO
           END-IF.
           IF CRG-PERIODO = ZERO
               MOVE PERIODO-HALLADO TO CRG-PERIODO
           END-IF.
           MOVE ZERO TO CORTE-ANTERIOR.
           IF CRG-CALENDARIO-HALLADO = 'S'
               OPEN INPUT CALENDARIO-ARCHIVO
               MOVE 'N' TO FIN-CALENDARIO
               PERFORM UNTIL FIN-CALENDARIO = 'S'
                   READ CALENDARIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CALENDARIO
                       NOT AT END
                           IF CAL-GRUPO = CRG-GRUPO AND
                                   CAL-FECHA-CORTE < CRG-FECHA-CORTE
                                   AND CAL-FECHA-CORTE > CORTE-ANTERIOR
                               MOVE CAL-FECHA-CORTE TO CORTE-ANTERIOR
                               MOVE CAL-PERIODO
                                   TO CRG-PERIODO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-ARCHIVO
           END-IF.

       EVALUAR-PERIODO-CALENDARIO.
           IF CAL-GRUPO = CRG-GRUPO
               IF CRG-PERIODO NOT = ZERO
                   IF CAL-PERIODO = CRG-PERIODO
                       MOVE 'S' TO CRG-CALENDARIO-HALLADO
                       MOVE CAL-FECHA-CORTE TO CRG-FECHA-CORTE
                       MOVE CAL-FECHA-PAGO TO CRG-FECHA-PAGO
                   END-IF
               ELSE
                   IF CAL-FECHA-CORTE <= FECHA-HOY AND
                           CAL-FECHA-CORTE > CRG-FECHA-CORTE
                       MOVE 'S' TO CRG-CALENDARIO-HALLADO
                       MOVE CAL-PERIODO TO PERIODO-HALLADO
                       MOVE CAL-FECHA-CORTE TO CRG-FECHA-CORTE
                       MOVE CAL-FECHA-PAGO TO CRG-FECHA-PAGO
                   END-IF
               END-IF
           END-IF.

      *    Sin corte anterior en el archivo se retrocede un periodo
      *    completo desde el corte (un mes, 14 o 7 dias); sin
      *    calendario el grupo mensual paga el mes natural y los
      *    demas no pueden correr.
       CALCULAR-FECHAS-PERIODO.
           IF CRG-CALENDARIO-HALLADO = 'N' AND NOT CRG-MENSUAL
               DISPLAY 'El grupo ' CRG-GRUPO ' no tiene periodo en '
                   'calendario_nomina.dat; generelo con '
                   'CALENDARIO-NOMINA.'
               MOVE 'N' TO CRG-VALIDO
           ELSE
               MOVE CRG-PERIODO(1:4) TO ANO-PERIODO
               COMPUTE PRIMERO-DEL-MES = CRG-PERIODO * 100 + 1
               IF CRG-PERIODO(5:2) = '01'
                   COMPUTE PRIMERO-MES-ANTERIOR =
                       (ANO-PERIODO - 1) * 10000 + 1201
               ELSE
                   COMPUTE PRIMERO-MES-ANTERIOR =
                       PRIMERO-DEL-MES - 100
               END-IF
               IF CRG-PERIODO(5:2) = '12'
                   COMPUTE PRIMERO-MES-SIGUIENTE =
                       (ANO-PERIODO + 1) * 10000 + 0101
               ELSE
                   COMPUTE PRIMERO-MES-SIGUIENTE =
                       PRIMERO-DEL-MES + 100
               END-IF
               IF CRG-CALENDARIO-HALLADO = 'N'
                   MOVE PRIMERO-DEL-MES TO CRG-FECHA-INICIO
                   COMPUTE CRG-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(PRIMERO-MES-SIGUIENTE)
                       - 1)
                   MOVE CRG-FECHA-CORTE TO CRG-FECHA-PAGO
                   MOVE PRIMERO-MES-ANTERIOR(1:6)
                       TO CRG-PERIODO-ANTERIOR
                   DISPLAY 'Aviso: periodo ' CRG-PERIODO ' sin '
                       'calendario; se paga el mes natural.'
               ELSE
                   EVALUATE TRUE
                       WHEN CORTE-ANTERIOR NOT = ZERO
                           COMPUTE CRG-FECHA-INICIO =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(CORTE-ANTERIOR)
                               + 1)
                       WHEN CRG-CATORCENAL
                           COMPUTE CRG-FECHA-INICIO =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(CRG-FECHA-CORTE)
                               - 13)
                       WHEN CRG-SEMANAL
                           COMPUTE CRG-FECHA-INICIO =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(CRG-FECHA-CORTE)
                               - 6)
                       WHEN OTHER
                           COMPUTE CRG-FECHA-INICIO =
                               FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(CRG-FECHA-CORTE)
                               - (FUNCTION INTEGER-OF-DATE(
                                   PRIMERO-DEL-MES) -
                                  FUNCTION INTEGER-OF-DATE(
                                   PRIMERO-MES-ANTERIOR)) + 1)
                   END-EVALUATE
                   IF CRG-PERIODO-ANTERIOR = ZERO AND CRG-MENSUAL
                       MOVE PRIMERO-MES-ANTERIOR(1:6)
                           TO CRG-PERIODO-ANTERIOR
                   END-IF
               END-IF
               COMPUTE CRG-DIAS-PERIODO =
                   FUNCTION INTEGER-OF-DATE(CRG-FECHA-CORTE) -
                   FUNCTION INTEGER-OF-DATE(CRG-FECHA-INICIO) + 1
           END-IF.

      *    Mismo recorrido que VERIFICAR-PERIODO-ABIERTO en
      *    PayrollExtract-09, pero por grupo y periodo: las lineas
      *    viejas sin grupo son del grupo mensual.
       BUSCAR-ULTIMO-EVENTO.
           MOVE SPACES TO CRG-ULTIMO-EVENTO.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF PERIODOS-STATUS = '05' OR PERIODOS-STATUS = '35'
               CLOSE PERIODOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PERIODOS
               PERFORM UNTIL FIN-PERIODOS = 'S'
                   READ PERIODOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PERIODOS
                       NOT AT END
                           IF PERIODOS-ID = CRG-PERIODO AND
                                   PERIODOS-GRUPO = CRG-GRUPO
                               MOVE PERIODOS-EVENTO
                                   TO CRG-ULTIMO-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-ARCHIVO
           END-IF.

       END PROGRAM PERIODO-GRUPO.
