      *          (mismo formato que REGISTRAR-AUDITORIA en
      *          RegistrosIndexados-05), en vez de abrir
      *          MODIFICAR-REGISTRO empleado por empleado.
      *          Ademas del ajuste plano, un depto puede proponerse
      *          con la matriz de merito (matriz_merito.dat, que
      *          mantiene BandasSalario-24): el porcentaje sale de la
      *          calificacion del empleado en el ciclo de revision
      *          (RevisionesDesempeno-86) y de su posicion en la
      *          banda del depto; el aumento se topa en el maximo de
      *          la banda y quien no tiene revision terminada del
      *          ciclo queda fuera. El reporte muestra calificacion y
      *          compa-ratio para que los gerentes lo revisen antes
      *          de la APLICACION. Una propuesta que deje a alguien
      *          debajo del salario minimo legal (VerificarMinimo-149)
      *          sale como omitida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bandas salariales por depto (BandasSalario-24): punto
      *    medio para el compa-ratio y maximo como tope del aumento.
           SELECT OPTIONAL BANDAS-ARCHIVO
           ASSIGN TO 'bandas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANDAS-STATUS.

           SELECT OPTIONAL MERITO-ARCHIVO
           ASSIGN TO 'matriz_merito.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERITO-STATUS.

      *    Revisiones de desempeno, clave ID + ciclo.
           SELECT OPTIONAL REVISIONES-ARCHIVO
           ASSIGN TO 'revisiones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REV-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REVISIONES-STATUS.

           SELECT AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(80).

       FD  BANDAS-ARCHIVO.
           01  BANDAS-REGISTRO.
               05  BANDAS-DEPARTAMENTO PIC X(4).
               05  BANDAS-MINIMO PIC 9(7)V99.
               05  BANDAS-MAXIMO PIC 9(7)V99.

       FD  MERITO-ARCHIVO.
           01  MERITO-REGISTRO.
               05  MER-CALIFICACION PIC X(2).
               05  MER-POSICION PIC X.
               05  MER-PORCENTAJE PIC 9(3)V99.

       FD  REVISIONES-ARCHIVO.
           01  REVISIONES-REGISTRO.
               05  REV-CLAVE.
                   10  REV-EMPLEADOS-ID PIC 9(6).
                   10  REV-CICLO PIC 9(4).
               05  REV-FECHA-DEBIDA PIC 9(8).
               05  REV-FECHA-REVISION PIC 9(8).
               05  REV-CALIFICACION PIC X(2).
               05  REV-REVISOR PIC 9(6).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
           01  PROPUESTAS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  BANDAS-STATUS PIC XX.
           01  MERITO-STATUS PIC XX.
           01  REVISIONES-STATUS PIC XX.
           01  FIN-BANDAS PIC X.
           01  FIN-MERITO PIC X.
           01  HAY-REVISIONES PIC X VALUE 'N'.
           01  FIN-DEL-ARCHIVO PIC X.
           01  MODO-CORRIDA PIC X.
           01  SI-NO PIC X.

           01  DEPARTAMENTO-TXT PIC X(42)
               VALUE 'Depto a ajustar (en blanco para terminar):'.
           01  AJUSTE-TIPO-TXT PIC X(44)
               VALUE 'Ajuste (P=porcentaje, M=monto, X=matriz): '.
           01  AJUSTE-VALOR-TXT PIC X(26)
               VALUE 'Valor del ajuste: '.

           01  AJUSTE-VALIDO PIC X.
           01  SALARIO-NUEVO PIC 9(7)V99.

      *    Matriz de merito cargada en memoria (la ultima celda
      *    capturada para una calificacion y posicion es la que vale)
      *    y banda del depto en proceso.
           01  CICLO-TXT PIC X(40)
               VALUE 'Ciclo de revision para la matriz (AAAA):'.
           01  CICLO-ENTRADA PIC X(4).
           01  CICLO-REVISION PIC 9(4).
           01  TOTAL-CELDAS PIC 99 VALUE ZERO.
           01  INDICE-CELDA PIC 99.
           01  TABLA-MERITO.
               05  CELDA-ENTRADA OCCURS 60 TIMES.
                   10  TME-CALIFICACION PIC X(2).
                   10  TME-POSICION PIC X.
                   10  TME-PORCENTAJE PIC 9(3)V99.
           01  HAY-BANDA PIC X.
           01  BANDA-MINIMO PIC 9(7)V99.
           01  BANDA-MAXIMO PIC 9(7)V99.
           01  BANDA-MEDIO PIC 9(7)V99.
           01  COMPA-RATIO PIC 9(2)V99.
           01  POSICION-BANDA PIC X.
           01  CALIFICACION-EMPLEADO PIC X(2).
           01  PORCENTAJE-MERITO PIC 9(3)V99.
           01  CELDA-ENCONTRADA PIC X.
           01  MOTIVO-OMITIDO PIC X(32).
           01  TOTAL-OMITIDOS PIC 9(5) VALUE ZERO.
           01  TOTAL-TOPADOS PIC 9(5) VALUE ZERO.
           COPY 'Salario-minimo.cbl'.

           01  DEPTO-EMPLEADOS PIC 9(5).
           01  DEPTO-COSTO-ACTUAL PIC 9(9)V99.
           01  DEPTO-COSTO-NUEVO PIC 9(9)V99.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  DET-ACTUAL PIC ZZZ,ZZZ.99.
               05  FILLER PIC X(4) VALUE ' -> '.
               05  DET-NUEVO PIC ZZZ,ZZZ.99.
               05  FILLER PIC X(6) VALUE ' calif'.
               05  DET-CALIFICACION PIC X(3).
               05  FILLER PIC X(7) VALUE ' compa='.
               05  DET-COMPA PIC Z9.99.
               05  DET-TOPE PIC X(8).

           01  LINEA-OMITIDO.
               05  OMI-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  OMI-DEPARTAMENTO PIC X(5).
               05  FILLER PIC X(10) VALUE 'omitido: '.
               05  OMI-MOTIVO PIC X(32).

           01  LINEA-SUBTOTAL.
               05  FILLER PIC X(6) VALUE 'Depto '.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN OUTPUT PROPUESTAS-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           PERFORM CARGAR-MATRIZ-MERITO.
           IF TOTAL-CELDAS > ZERO
               MOVE 'N' TO AJUSTE-VALIDO
               PERFORM OBTENER-CICLO UNTIL AJUSTE-VALIDO = 'S'
               OPEN INPUT REVISIONES-ARCHIVO
               IF REVISIONES-STATUS = '00'
                   MOVE 'S' TO HAY-REVISIONES
               END-IF
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM PROPONER-DEPARTAMENTO UNTIL SI-NO = 'N'.
           MOVE SPACES TO LINEA-REPORTE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PROPUESTAS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF HAY-REVISIONES = 'S'
               CLOSE REVISIONES-ARCHIVO
           END-IF.
           DISPLAY 'Propuestas generadas: ' TOTAL-PROPUESTOS.
           IF TOTAL-OMITIDOS > ZERO OR TOTAL-TOPADOS > ZERO
               DISPLAY 'Omitidos por la matriz: ' TOTAL-OMITIDOS
                   ' Topados en el maximo de banda: ' TOTAL-TOPADOS
           END-IF.
           DISPLAY 'Reporte en propuestas_salario.txt; si se '
               'aprueban, vuelva a correr en modo A.'.

               PERFORM OBTENER-TIPO-AJUSTE
                   UNTIL AJUSTE-TIPO-VALIDO = 'S'
               MOVE 'N' TO AJUSTE-VALIDO
               IF AJUSTE-TIPO NOT = 'X'
                   PERFORM OBTENER-VALOR-AJUSTE
                       UNTIL AJUSTE-VALIDO = 'S'
               END-IF
               PERFORM BUSCAR-BANDA-DEPARTAMENTO
               IF AJUSTE-TIPO = 'X' AND HAY-BANDA = 'N'
                   DISPLAY 'El depto ' DEPARTAMENTO-AJUSTE ' no tiene '
                       'banda en bandas.dat; no se puede usar la '
                       'matriz.'
               ELSE
                   PERFORM RECORRER-DEPARTAMENTO
               END-IF
           END-IF.

       OBTENER-TIPO-AJUSTE.
               WHEN 'M'
                   MOVE 'M' TO AJUSTE-TIPO
                   MOVE 'S' TO AJUSTE-TIPO-VALIDO
               WHEN 'X'
                   IF TOTAL-CELDAS = ZERO
                       DISPLAY 'No hay matriz_merito.dat capturada; '
                           'use P o M.'
                   ELSE
                       MOVE 'X' TO AJUSTE-TIPO
                       MOVE 'S' TO AJUSTE-TIPO-VALIDO
                   END-IF
               WHEN OTHER
                   DISPLAY 'Tipo invalido: introduce P, M o X.'
           END-EVALUATE.

       OBTENER-VALOR-AJUSTE.
           END-IF.

       PROPONER-EMPLEADO.
           MOVE SPACES TO CALIFICACION-EMPLEADO.
           MOVE SPACES TO DET-TOPE.
           MOVE ZERO TO COMPA-RATIO.
           IF HAY-BANDA = 'S'
               COMPUTE COMPA-RATIO ROUNDED =
                   EMPLEADOS-SALARIO / BANDA-MEDIO
           END-IF.
           EVALUATE AJUSTE-TIPO
               WHEN 'P'
                   COMPUTE SALARIO-NUEVO ROUNDED =
                       EMPLEADOS-SALARIO * (100 + AJUSTE-VALOR) / 100
                   PERFORM VALIDAR-MINIMO-PROPUESTA
               WHEN 'M'
                   COMPUTE SALARIO-NUEVO =
                       EMPLEADOS-SALARIO + AJUSTE-VALOR
                   PERFORM VALIDAR-MINIMO-PROPUESTA
               WHEN 'X'
                   PERFORM PROPONER-POR-MERITO
           END-EVALUATE.

      *    Celda de la matriz: calificacion de la revision terminada
      *    del ciclo x posicion en la banda (compa-ratio bajo 0.95,
      *    de 0.95 a 1.05, o sobre 1.05). El nuevo salario no pasa
      *    del maximo de la banda; quien ya esta en el tope queda
      *    fuera.
       PROPONER-POR-MERITO.
           MOVE SPACES TO MOTIVO-OMITIDO.
           IF HAY-REVISIONES = 'S'
               MOVE EMPLEADOS-ID TO REV-EMPLEADOS-ID
               MOVE CICLO-REVISION TO REV-CICLO
               READ REVISIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REV-FECHA-REVISION NOT = ZERO
                           MOVE FUNCTION UPPER-CASE(REV-CALIFICACION)
                               TO CALIFICACION-EMPLEADO
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN COMPA-RATIO < 0.95
                   MOVE 'B' TO POSICION-BANDA
               WHEN COMPA-RATIO > 1.05
                   MOVE 'A' TO POSICION-BANDA
               WHEN OTHER
                   MOVE 'M' TO POSICION-BANDA
           END-EVALUATE.
           MOVE 'N' TO CELDA-ENCONTRADA.
           PERFORM VARYING INDICE-CELDA FROM 1 BY 1
                   UNTIL INDICE-CELDA > TOTAL-CELDAS
               IF TME-CALIFICACION(INDICE-CELDA) =
                       CALIFICACION-EMPLEADO AND
                       TME-POSICION(INDICE-CELDA) = POSICION-BANDA
                   MOVE 'S' TO CELDA-ENCONTRADA
                   MOVE TME-PORCENTAJE(INDICE-CELDA) TO
                       PORCENTAJE-MERITO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN CALIFICACION-EMPLEADO = SPACES
                   MOVE 'sin revision terminada del ciclo'
                       TO MOTIVO-OMITIDO
               WHEN CELDA-ENCONTRADA = 'N'
                   MOVE 'calificacion sin celda en matriz'
                       TO MOTIVO-OMITIDO
               WHEN EMPLEADOS-SALARIO >= BANDA-MAXIMO
                   MOVE 'ya en el maximo de la banda'
                       TO MOTIVO-OMITIDO
           END-EVALUATE.
           IF MOTIVO-OMITIDO NOT = SPACES
               PERFORM ESCRIBIR-OMITIDO
           ELSE
               COMPUTE SALARIO-NUEVO ROUNDED =
                   EMPLEADOS-SALARIO * (100 + PORCENTAJE-MERITO) / 100
               IF SALARIO-NUEVO > BANDA-MAXIMO
                   MOVE BANDA-MAXIMO TO SALARIO-NUEVO
                   MOVE ' topado' TO DET-TOPE
                   ADD 1 TO TOTAL-TOPADOS
               END-IF
               PERFORM VALIDAR-MINIMO-PROPUESTA
           END-IF.

      *    Ninguna propuesta puede dejar a alguien debajo del salario
      *    minimo legal vigente hoy (salario_minimo.dat) para su pais,
      *    region y jornada: se reporta como omitida.
       VALIDAR-MINIMO-PROPUESTA.
           MOVE DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE DIR-REGION TO SMC-REGION.
           MOVE EMPLEADOS-SITIO TO SMC-SITIO.
           MOVE EMPLEADOS-TIPO TO SMC-TIPO.
           MOVE EMPLEADOS-BASE-PAGO TO SMC-BASE-PAGO.
           MOVE EMPLEADOS-FTE TO SMC-FTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMC-FECHA.
           MOVE SALARIO-NUEVO TO SMC-SALARIO.
           MOVE EMPLEADOS-TARIFA-HORA TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.
           IF SMC-BAJO-MINIMO
               MOVE 'debajo del salario minimo legal'
                   TO MOTIVO-OMITIDO
               PERFORM ESCRIBIR-OMITIDO
           ELSE
               PERFORM ESCRIBIR-PROPUESTA
           END-IF.

       ESCRIBIR-OMITIDO.
           MOVE EMPLEADOS-ID TO OMI-ID.
           MOVE EMPLEADOS-DEPARTAMENTO TO OMI-DEPARTAMENTO.
           MOVE MOTIVO-OMITIDO TO OMI-MOTIVO.
           MOVE LINEA-OMITIDO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO TOTAL-OMITIDOS.

       ESCRIBIR-PROPUESTA.
           MOVE EMPLEADOS-ID TO PROP-ID.
           MOVE EMPLEADOS-DEPARTAMENTO TO PROP-DEPARTAMENTO.
           MOVE EMPLEADOS-SALARIO TO PROP-SALARIO-ACTUAL.
           MOVE EMPLEADOS-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE EMPLEADOS-SALARIO TO DET-ACTUAL.
           MOVE SALARIO-NUEVO TO DET-NUEVO.
           MOVE CALIFICACION-EMPLEADO TO DET-CALIFICACION.
           MOVE COMPA-RATIO TO DET-COMPA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO DEPTO-EMPLEADOS.
           ADD EMPLEADOS-SALARIO TO DEPTO-COSTO-ACTUAL.
           ADD SALARIO-NUEVO TO DEPTO-COSTO-NUEVO.

       OBTENER-CICLO.
           DISPLAY CICLO-TXT.
           ACCEPT CICLO-ENTRADA.
           IF CICLO-ENTRADA IS NUMERIC AND CICLO-ENTRADA > '1999'
               MOVE CICLO-ENTRADA TO CICLO-REVISION
               MOVE 'S' TO AJUSTE-VALIDO
           ELSE
               DISPLAY 'Ciclo invalido: introduce AAAA.'
           END-IF.

       CARGAR-MATRIZ-MERITO.
           MOVE ZERO TO TOTAL-CELDAS.
           OPEN INPUT MERITO-ARCHIVO.
           IF MERITO-STATUS = '00'
               MOVE 'N' TO FIN-MERITO
               PERFORM UNTIL FIN-MERITO = 'S'
                   READ MERITO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MERITO
                       NOT AT END
                           PERFORM CARGAR-CELDA-MERITO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MERITO-ARCHIVO.

       CARGAR-CELDA-MERITO.
           MOVE FUNCTION UPPER-CASE(MER-CALIFICACION)
               TO MER-CALIFICACION.
           PERFORM VARYING INDICE-CELDA FROM 1 BY 1
                   UNTIL INDICE-CELDA > TOTAL-CELDAS
                   OR (TME-CALIFICACION(INDICE-CELDA) =
                           MER-CALIFICACION AND
                       TME-POSICION(INDICE-CELDA) = MER-POSICION)
               CONTINUE
           END-PERFORM.
           IF INDICE-CELDA > TOTAL-CELDAS
               IF TOTAL-CELDAS < 60
                   ADD 1 TO TOTAL-CELDAS
                   MOVE MER-CALIFICACION TO
                       TME-CALIFICACION(TOTAL-CELDAS)
                   MOVE MER-POSICION TO TME-POSICION(TOTAL-CELDAS)
                   MOVE MER-PORCENTAJE TO
                       TME-PORCENTAJE(TOTAL-CELDAS)
               ELSE
                   DISPLAY 'Matriz de merito llena; se omite la '
                       'celda ' MER-CALIFICACION '/' MER-POSICION '.'
               END-IF
           ELSE
               MOVE MER-PORCENTAJE TO TME-PORCENTAJE(INDICE-CELDA)
           END-IF.

      *    Banda del depto (mismo recorrido que ReporteFueraBanda-25);
      *    la ultima banda capturada para el depto es la que vale.
       BUSCAR-BANDA-DEPARTAMENTO.
           MOVE 'N' TO HAY-BANDA.
           OPEN INPUT BANDAS-ARCHIVO.
           IF BANDAS-STATUS = '00'
               MOVE 'N' TO FIN-BANDAS
               PERFORM UNTIL FIN-BANDAS = 'S'
                   READ BANDAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BANDAS
                       NOT AT END
                           IF BANDAS-DEPARTAMENTO =
                                   DEPARTAMENTO-AJUSTE
                               MOVE 'S' TO HAY-BANDA
                               MOVE BANDAS-MINIMO TO BANDA-MINIMO
                               MOVE BANDAS-MAXIMO TO BANDA-MAXIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BANDAS-ARCHIVO.
           IF HAY-BANDA = 'S'
               COMPUTE BANDA-MEDIO ROUNDED =
                   (BANDA-MINIMO + BANDA-MAXIMO) / 2
               IF BANDA-MEDIO = ZERO
                   MOVE 'N' TO HAY-BANDA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Pasada 2: aplica las propuestas aprobadas sobre el maestro.
      *----------------------------------------------------------------
