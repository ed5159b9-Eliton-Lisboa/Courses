      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro del plan anual de bonos (planes_bono.dat):
      *          por ano de plan, una linea de empresa con el factor
      *          de desempeno de la compania y el codigo de percepcion
      *          con que se paga, lineas de objetivo (porcentaje del
      *          salario anual) por departamento - el depto en blanco
      *          es el objetivo general de la compania - y lineas de
      *          multiplicador individual por calificacion de
      *          revisiones.dat. Todos los valores se guardan como
      *          porcentaje (110.00 = factor 1.10). Una linea capturada
      *          despues reemplaza a la anterior del mismo ano, tipo y
      *          clave: asi se corrige un factor sin editar el
      *          archivo. CalculoBonos-121 lee este maestro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-BONOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL PLANES-BONO-ARCHIVO
           ASSIGN TO 'planes_bono.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANES-BONO-STATUS.

      *    Maestro de percepciones: el codigo de pago del plan debe
      *    existir (mismo criterio que OBTENER-CODIGO en
      *    PercepcionesMaster-66).
           SELECT OPTIONAL PERCEPCIONES-ARCHIVO
           ASSIGN TO 'percepciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERCEPCIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-BONO-ARCHIVO.
           01  PLANES-BONO-REGISTRO.
               05  BON-ANO PIC 9(4).
               05  BON-TIPO PIC X.
      *            'E' = empresa (factor y codigo de pago), 'D' =
      *            objetivo por departamento, 'M' = multiplicador
      *            por calificacion.
                   88  BON-LINEA-EMPRESA VALUE 'E'.
                   88  BON-LINEA-OBJETIVO VALUE 'D'.
                   88  BON-LINEA-MULTIPLICADOR VALUE 'M'.
               05  BON-CLAVE PIC X(4).
      *            Depto en las 'D' (blanco = general); calificacion
      *            de revisiones.dat en las 'M'; blanco en la 'E'.
               05  BON-VALOR PIC 9(3)V99.
      *            Porcentaje: objetivo, factor o multiplicador.
               05  BON-PERCEPCION PIC X(4).
      *            Solo en la 'E': codigo de percepciones.dat.

       FD  PERCEPCIONES-ARCHIVO.
           01  PERCEPCIONES-REGISTRO.
               05  PER-CODIGO PIC X(4).
               05  PER-DESCRIPCION PIC X(30).
               05  PER-METODO PIC X.
               05  PER-VALOR PIC 9(7)V99.
               05  PER-GRAVABLE PIC X.

       WORKING-STORAGE SECTION.
           01  ANO-TXT PIC X(24)
               VALUE 'Ano del plan (AAAA): '.
           01  FACTOR-TXT PIC X(48)
               VALUE 'Factor de empresa en % (p.ej. 011000 = 110%): '.
           01  CODIGO-TXT PIC X(36)
               VALUE 'Codigo de percepcion para el pago: '.
           01  DEPTO-TXT PIC X(40)
               VALUE 'Depto (en blanco = objetivo general): '.
           01  OBJETIVO-TXT PIC X(46)
               VALUE 'Objetivo en % del salario (001000 = 10%): '.
           01  CALIF-TXT PIC X(36)
               VALUE 'Calificacion (p.ej. A, B+, C): '.
           01  MULT-TXT PIC X(46)
               VALUE 'Multiplicador en % (p.ej. 015000 = 150%): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  OPCION-MENU PIC X.
           01  PLANES-BONO-STATUS PIC XX.
           01  PERCEPCIONES-STATUS PIC XX.
           01  FIN-PLANES-BONO PIC X.
           01  FIN-PERCEPCIONES PIC X.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-VALIDO PIC X.
           01  VALOR-ENTRADA PIC X(12).
           01  VALOR-VALIDO PIC X.
           01  CODIGO-ENTRADA PIC X(4).
           01  CODIGO-VALIDO PIC X.
           01  TOTAL-LINEAS PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL RESPOSTA-NAO.

       PROGRAM-DONE.
           GOBACK.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Factor de empresa y codigo de pago del ano'.
           DISPLAY '2) Objetivo por departamento'.
           DISPLAY '3) Multiplicador por calificacion'.
           DISPLAY '4) Listar el plan de un ano'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-EMPRESA
               WHEN '2'
                   PERFORM CAPTURAR-OBJETIVO
               WHEN '3'
                   PERFORM CAPTURAR-MULTIPLICADOR
               WHEN '4'
                   PERFORM LISTAR-PLAN
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       CAPTURAR-EMPRESA.
           MOVE SPACES TO PLANES-BONO-REGISTRO.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM OBTENER-ANO UNTIL ANO-VALIDO = 'S'.
           MOVE 'E' TO BON-TIPO.
           DISPLAY FACTOR-TXT.
           MOVE 'N' TO VALOR-VALIDO.
           PERFORM OBTENER-VALOR UNTIL VALOR-VALIDO = 'S'.
           MOVE 'N' TO CODIGO-VALIDO.
           PERFORM OBTENER-CODIGO UNTIL CODIGO-VALIDO = 'S'.
           MOVE CODIGO-ENTRADA TO BON-PERCEPCION.
           PERFORM GUARDAR-LINEA.

       CAPTURAR-OBJETIVO.
           MOVE SPACES TO PLANES-BONO-REGISTRO.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM OBTENER-ANO UNTIL ANO-VALIDO = 'S'.
           MOVE 'D' TO BON-TIPO.
           DISPLAY DEPTO-TXT.
           ACCEPT BON-CLAVE.
           DISPLAY OBJETIVO-TXT.
           MOVE 'N' TO VALOR-VALIDO.
           PERFORM OBTENER-VALOR UNTIL VALOR-VALIDO = 'S'.
           PERFORM GUARDAR-LINEA.

       CAPTURAR-MULTIPLICADOR.
           MOVE SPACES TO PLANES-BONO-REGISTRO.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM OBTENER-ANO UNTIL ANO-VALIDO = 'S'.
           MOVE 'M' TO BON-TIPO.
           DISPLAY CALIF-TXT.
           ACCEPT BON-CLAVE.
           PERFORM UNTIL BON-CLAVE NOT = SPACE
               DISPLAY 'La calificacion no puede quedar en blanco.'
               DISPLAY CALIF-TXT
               ACCEPT BON-CLAVE
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(BON-CLAVE) TO BON-CLAVE.
           DISPLAY MULT-TXT.
           MOVE 'N' TO VALOR-VALIDO.
           PERFORM OBTENER-VALOR UNTIL VALOR-VALIDO = 'S'.
           PERFORM GUARDAR-LINEA.

       OBTENER-ANO.
           DISPLAY ANO-TXT.
           ACCEPT ANO-ENTRADA.
           IF ANO-ENTRADA IS NUMERIC AND ANO-ENTRADA > '1999'
               MOVE ANO-ENTRADA TO BON-ANO
               MOVE 'S' TO ANO-VALIDO
           ELSE
               DISPLAY 'Ano invalido: introduce AAAA.'
           END-IF.

       OBTENER-VALOR.
           ACCEPT VALOR-ENTRADA.
           IF VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY 'Valor invalido: introduce solo digitos.'
           ELSE
               COMPUTE BON-VALOR =
                   FUNCTION NUMVAL(VALOR-ENTRADA) / 100
               MOVE 'S' TO VALOR-VALIDO
           END-IF.

       OBTENER-CODIGO.
           DISPLAY CODIGO-TXT.
           ACCEPT CODIGO-ENTRADA.
           OPEN INPUT PERCEPCIONES-ARCHIVO.
           IF PERCEPCIONES-STATUS = '05' OR
                   PERCEPCIONES-STATUS = '35'
               DISPLAY 'No existe percepciones.dat; de de alta el '
                   'codigo en PERCEPCIONES-MASTER.'
               CLOSE PERCEPCIONES-ARCHIVO
               GOBACK
           END-IF.
           MOVE 'N' TO FIN-PERCEPCIONES.
           PERFORM UNTIL FIN-PERCEPCIONES = 'S'
               READ PERCEPCIONES-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-PERCEPCIONES
                   NOT AT END
                       IF PER-CODIGO = CODIGO-ENTRADA
                           MOVE 'S' TO CODIGO-VALIDO
                           MOVE 'S' TO FIN-PERCEPCIONES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERCEPCIONES-ARCHIVO.
           IF CODIGO-VALIDO = 'N'
               DISPLAY 'El codigo no existe en percepciones.dat.'
           END-IF.

       GUARDAR-LINEA.
           OPEN EXTEND PLANES-BONO-ARCHIVO.
           IF PLANES-BONO-STATUS NOT = '00' AND
                   PLANES-BONO-STATUS NOT = '05'
               DISPLAY 'Error de archivo PLANES-BONO. STATUS ='
                   PLANES-BONO-STATUS
               STOP RUN
           END-IF.
           WRITE PLANES-BONO-REGISTRO.
           CLOSE PLANES-BONO-ARCHIVO.
           DISPLAY 'Linea del plan ' BON-ANO ' guardada.'.

      *    Lista las lineas del ano en el orden en que se capturaron;
      *    la ultima de cada tipo y clave es la que vale.
       LISTAR-PLAN.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM OBTENER-ANO UNTIL ANO-VALIDO = 'S'.
           MOVE ZERO TO TOTAL-LINEAS.
           OPEN INPUT PLANES-BONO-ARCHIVO.
           IF PLANES-BONO-STATUS = '05' OR PLANES-BONO-STATUS = '35'
               DISPLAY 'Todavia no hay planes de bono capturados.'
               CLOSE PLANES-BONO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANES-BONO
               PERFORM UNTIL FIN-PLANES-BONO = 'S'
                   READ PLANES-BONO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES-BONO
                       NOT AT END
                           IF BON-ANO = ANO-ENTRADA
                               ADD 1 TO TOTAL-LINEAS
                               PERFORM MOSTRAR-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANES-BONO-ARCHIVO
               IF TOTAL-LINEAS = ZERO
                   DISPLAY 'Sin lineas para el ano ' ANO-ENTRADA '.'
               END-IF
           END-IF.

       MOSTRAR-LINEA.
           EVALUATE TRUE
               WHEN BON-LINEA-EMPRESA
                   DISPLAY 'Empresa  factor=' BON-VALOR
                       '% codigo=' BON-PERCEPCION
               WHEN BON-LINEA-OBJETIVO
                   IF BON-CLAVE = SPACES
                       DISPLAY 'Objetivo general      ' BON-VALOR '%'
                   ELSE
                       DISPLAY 'Objetivo depto ' BON-CLAVE
                           '   ' BON-VALOR '%'
                   END-IF
               WHEN BON-LINEA-MULTIPLICADOR
                   DISPLAY 'Multiplicador calif ' BON-CLAVE
                       ' ' BON-VALOR '%'
           END-EVALUATE.

       END PROGRAM PLAN-BONOS.
