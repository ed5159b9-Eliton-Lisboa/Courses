           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODOS-STATUS.

      *    Maestro de grupos de pago (GruposPago-102): el retroactivo
      *    automatico solo sabe contar periodos mensuales.
           SELECT OPTIONAL GRUPOS-ARCHIVO
           ASSIGN TO 'grupos_pago.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRUPOS-STATUS.

      *    El retroactivo se encola como percepcion unica (codigo
      *    RETR) en percepciones_empleado.dat; la siguiente corrida
      *    de RecibosNomina-21 lo paga y lo detalla en el recibo.
               05  TRANS-ID PIC 9(6).
               05  TRANS-FECHA-EFECTIVA PIC 9(8).
               05  TRANS-TIPO PIC X.
      *            'S' = salario, 'D' = depto; 'H' = pasa a por hora o
      *            cambia la tarifa (en TRANS-SALARIO), 'M' = pasa a
      *            sueldo mensual (los anexa la aprobacion de
      *            RegistrosIndexados-05).
               05  TRANS-SALARIO PIC 9(7)V99.
               05  TRANS-DEPARTAMENTO PIC X(4).
               05  TRANS-FECHA-CAPTURA PIC 9(8).
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).

       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
               05  GRP-DIA-CORTE PIC 99.
               05  GRP-DIA-PAGO PIC 99.

       FD  PERC-EMP-ARCHIVO.
           01  PERC-EMP-REGISTRO.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).


       FD  RUN-LOG-ARCHIVO.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Retroactivo por cambio de salario con fecha efectiva en
      *    periodo ya corrido (granularidad mensual: el periodo de la
           01  RETRO-EXISTE PIC X.
           01  CODIGO-RETR-EXISTE PIC X.
           01  TOTAL-RETROS PIC 9(5) VALUE ZERO.
           01  GRUPOS-STATUS PIC XX.
           01  FIN-GRUPOS PIC X.
           01  FRECUENCIA-GRUPO PIC X.

      *    Periodos corridos ya contados para la transaccion en
      *    proceso (tabla chica: a lo sumo unos meses de atraso).
                       '; transaccion omitida.'
               NOT INVALID KEY
                   MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
                   EVALUATE PEND-TIPO(INDICE-PENDIENTE)
                       WHEN 'S'
                           MOVE EMPLEADOS-SALARIO TO SALARIO-ANTERIOR
                           MOVE PEND-SALARIO(INDICE-PENDIENTE)
                               TO EMPLEADOS-SALARIO
                           MOVE 'CAMBIO-SAL' TO AUDITORIA-OPERACION
                       WHEN 'H'
                           MOVE 'H' TO EMPLEADOS-BASE-PAGO
                           MOVE PEND-SALARIO(INDICE-PENDIENTE)
                               TO EMPLEADOS-TARIFA-HORA
                           MOVE 'CAMBIO-TARIF' TO AUDITORIA-OPERACION
                       WHEN 'M'
                           MOVE 'S' TO EMPLEADOS-BASE-PAGO
                           MOVE ZEROES TO EMPLEADOS-TARIFA-HORA
                           MOVE 'CAMBIO-BASE' TO AUDITORIA-OPERACION
                       WHEN OTHER
                           MOVE PEND-DEPARTAMENTO(INDICE-PENDIENTE)
                               TO EMPLEADOS-DEPARTAMENTO
                           MOVE 'CAMBIO-DEPTO' TO AUDITORIA-OPERACION
                   END-EVALUATE
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           ADD 1 TO TOTAL-OMITIDAS
                           PERFORM REGISTRAR-AUDITORIA
                           PERFORM REGISTRAR-JOURNAL
                           PERFORM REGISTRAR-APLICADA
                           EVALUATE PEND-TIPO(INDICE-PENDIENTE)
                               WHEN 'S'
                                   PERFORM EVALUAR-RETROACTIVO
                               WHEN 'H'
                               WHEN 'M'
                                   PERFORM AVISAR-RETROACTIVO-BASE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-REWRITE
           END-READ.

      *    se encola como percepcion unica RETR para la siguiente
      *    corrida. Una rebaja de salario no genera percepcion
      *    (el campo no tiene signo); se avisa para ajuste manual.
      *    Solo cuentan las corridas del grupo de pago del empleado;
      *    en un grupo semanal o catorcenal el retroactivo tambien
      *    se avisa para calculo manual.
       EVALUAR-RETROACTIVO.
           MOVE PEND-FECHA-EFECTIVA(INDICE-PENDIENTE)(1:6)
               TO PERIODO-EFECTIVO.
           MOVE FECHA-HOY(1:6) TO PERIODO-ACTUAL.
           PERFORM BUSCAR-FRECUENCIA-GRUPO.
           PERFORM CONTAR-PERIODOS-CORRIDOS.
           EVALUATE TRUE
               WHEN PERIODOS-CORRIDOS = ZERO
                   CONTINUE
               WHEN FRECUENCIA-GRUPO NOT = 'M'
                   DISPLAY 'Aviso: cambio de salario del ID '
                       EMPLEADOS-ID ' (grupo ' EMPLEADOS-GRUPO-PAGO
                       ') con ' PERIODOS-CORRIDOS ' periodo(s) ya '
                       'corridos; calcule el retroactivo a mano.'
               WHEN PEND-SALARIO(INDICE-PENDIENTE) < SALARIO-ANTERIOR
                   DISPLAY 'Aviso: rebaja de salario del ID '
                       EMPLEADOS-ID ' con ' PERIODOS-CORRIDOS
                       ' periodo(s) ya corridos; ajuste el cobro '
                       'en exceso a mano.'
               WHEN OTHER
                   COMPUTE DIFERENCIA-PERIODO =
                       PEND-SALARIO(INDICE-PENDIENTE) -
                       SALARIO-ANTERIOR
                   IF RETRO-ADEUDADO > ZERO
                       PERFORM ENCOLAR-RETROACTIVO
                   END-IF
           END-EVALUATE.

      *    Un cambio de base o de tarifa por hora con fecha en un
      *    periodo ya corrido no se recalcula (las horas ya pagadas
      *    salieron a la tarifa anterior); se avisa para ajuste manual.
       AVISAR-RETROACTIVO-BASE.
           MOVE PEND-FECHA-EFECTIVA(INDICE-PENDIENTE)(1:6)
               TO PERIODO-EFECTIVO.
           MOVE FECHA-HOY(1:6) TO PERIODO-ACTUAL.
           PERFORM CONTAR-PERIODOS-CORRIDOS.
           IF PERIODOS-CORRIDOS > ZERO
               DISPLAY 'Aviso: cambio de base o tarifa del ID '
                   EMPLEADOS-ID ' con ' PERIODOS-CORRIDOS
                   ' periodo(s) ya corridos; calcule el retroactivo '
                   'a mano.'
           END-IF.

       BUSCAR-FRECUENCIA-GRUPO.
           MOVE 'M' TO FRECUENCIA-GRUPO.
           IF EMPLEADOS-GRUPO-PAGO NOT = SPACES
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
                               IF GRP-CODIGO = EMPLEADOS-GRUPO-PAGO
                                   MOVE GRP-FRECUENCIA
                                       TO FRECUENCIA-GRUPO
                                   MOVE 'S' TO FIN-GRUPOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRUPOS-ARCHIVO
               END-IF
           END-IF.

                       AT END
                           MOVE 'S' TO FIN-PERIODOS
                       NOT AT END
                           IF PERIODOS-EVENTO = 'CORRIDA' AND
                                   PERIODOS-GRUPO = EMPLEADOS-GRUPO-PAGO
                               IF PERIODOS-ID = PERIODO-ACTUAL
                                   MOVE 'S' TO PERIODO-ACTUAL-CORRIO
                               END-IF
