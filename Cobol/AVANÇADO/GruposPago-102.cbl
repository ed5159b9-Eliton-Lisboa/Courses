      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de grupos de pago (grupos_pago.dat): codigo,
      *          descripcion, frecuencia (mensual, catorcenal o
      *          semanal), regla de corte y regla de dia de pago. El
      *          EMPLEADOS-GRUPO-PAGO del maestro de empleados se
      *          valida contra esta lista en la captura;
      *          CALENDARIO-NOMINA genera los periodos de cada grupo
      *          con sus reglas y la nomina corre y se cierra un
      *          grupo a la vez (grupo_param.dat). El grupo en blanco
      *          es el mensual de siempre (corte dia 25, pago el
      *          ultimo dia del mes) y no necesita renglon aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRUPOS-PAGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL GRUPOS-ARCHIVO
           ASSIGN TO 'grupos_pago.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRUPOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
                   88  GRP-MENSUAL VALUE 'M'.
                   88  GRP-CATORCENAL VALUE 'C'.
                   88  GRP-SEMANAL VALUE 'S'.
                   88  GRP-FRECUENCIA-VALIDA VALUES 'M' 'C' 'S'.
               05  GRP-DIA-CORTE PIC 99.
      *            Mensual: dia del mes del corte (01-31, topado al
      *            largo del mes). Catorcenal/semanal: dia de la
      *            semana del corte, 1=lunes ... 7=domingo.
               05  GRP-DIA-PAGO PIC 99.
      *            Mensual: dia del mes del pago, 00 = ultimo dia.
      *            Catorcenal/semanal: dias naturales del corte al
      *            pago.

       WORKING-STORAGE SECTION.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Codigo del grupo (4 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion del grupo: '.
           01  FRECUENCIA-TXT PIC X(50)
               VALUE 'Frecuencia (M=mensual C=catorcenal S=semanal): '.
           01  CORTE-MENSUAL-TXT PIC X(40)
               VALUE 'Dia del mes del corte (01-31): '.
           01  PAGO-MENSUAL-TXT PIC X(44)
               VALUE 'Dia del mes del pago (00 = ultimo dia): '.
           01  CORTE-SEMANA-TXT PIC X(50)
               VALUE 'Dia de semana del corte (1=lunes 7=domingo): '.
           01  PAGO-SEMANA-TXT PIC X(40)
               VALUE 'Dias del corte al pago (00-13): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  GRUPOS-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  FIN-GRUPOS PIC X.
           01  GRUPO-DUPLICADO PIC X.
           01  CODIGO-ENTRADA PIC X(4).
           01  NUMERO-ENTRADA PIC X(2).
           01  DESCRIPCION-GUARDADA PIC X(30).
           01  FRECUENCIA-GUARDADA PIC X.
           01  CORTE-GUARDADO PIC 99.
           01  PAGO-GUARDADO PIC 99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un grupo de pago'.
           DISPLAY '2) Listar grupos de pago'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-GRUPO
               WHEN '2'
                   PERFORM LISTAR-GRUPOS
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-GRUPO.
           MOVE SPACES TO CODIGO-ENTRADA.
           PERFORM UNTIL CODIGO-ENTRADA NOT = SPACES
               DISPLAY CODIGO-TXT
               ACCEPT CODIGO-ENTRADA
               MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA)
                   TO CODIGO-ENTRADA
               IF CODIGO-ENTRADA = SPACES
                   DISPLAY 'El codigo no puede quedar en blanco (el '
                       'blanco es el grupo mensual de siempre).'
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-DUPLICADO.
           IF GRUPO-DUPLICADO = 'S'
               DISPLAY 'El grupo ' CODIGO-ENTRADA ' ya existe.'
           ELSE
               PERFORM CAPTURAR-REGLAS
               OPEN EXTEND GRUPOS-ARCHIVO
               IF GRUPOS-STATUS NOT = '00' AND
                       GRUPOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo GRUPOS. STATUS ='
                       GRUPOS-STATUS
                   STOP RUN
               END-IF
               MOVE CODIGO-ENTRADA TO GRP-CODIGO
               MOVE DESCRIPCION-GUARDADA TO GRP-DESCRIPCION
               MOVE FRECUENCIA-GUARDADA TO GRP-FRECUENCIA
               MOVE CORTE-GUARDADO TO GRP-DIA-CORTE
               MOVE PAGO-GUARDADO TO GRP-DIA-PAGO
               WRITE GRUPOS-REGISTRO
               CLOSE GRUPOS-ARCHIVO
               DISPLAY 'Grupo ' GRP-CODIGO ' guardado.'
           END-IF.

      *    Reglas del grupo; el significado de corte y pago depende de
      *    la frecuencia (ver el FD).
       CAPTURAR-REGLAS.
           MOVE SPACES TO DESCRIPCION-GUARDADA.
           PERFORM UNTIL DESCRIPCION-GUARDADA NOT = SPACES
               DISPLAY DESCRIPCION-TXT
               ACCEPT DESCRIPCION-GUARDADA
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-FRECUENCIA UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CORTE UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PAGO UNTIL CAMPO-VALIDO = 'S'.

       OBTENER-FRECUENCIA.
           DISPLAY FRECUENCIA-TXT.
           ACCEPT FRECUENCIA-GUARDADA.
           MOVE FUNCTION UPPER-CASE(FRECUENCIA-GUARDADA)
               TO FRECUENCIA-GUARDADA.
           MOVE FRECUENCIA-GUARDADA TO GRP-FRECUENCIA.
           IF GRP-FRECUENCIA-VALIDA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Frecuencia invalida.'
           END-IF.

       OBTENER-CORTE.
           IF GRP-MENSUAL
               DISPLAY CORTE-MENSUAL-TXT
           ELSE
               DISPLAY CORTE-SEMANA-TXT
           END-IF.
           MOVE SPACES TO NUMERO-ENTRADA.
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA(2:1) = SPACE
               MOVE NUMERO-ENTRADA(1:1) TO NUMERO-ENTRADA(2:1)
               MOVE '0' TO NUMERO-ENTRADA(1:1)
           END-IF.
           IF NUMERO-ENTRADA IS NUMERIC
               MOVE NUMERO-ENTRADA TO CORTE-GUARDADO
               IF (GRP-MENSUAL AND CORTE-GUARDADO >= 1 AND
                       CORTE-GUARDADO <= 31) OR
                       (NOT GRP-MENSUAL AND CORTE-GUARDADO >= 1 AND
                       CORTE-GUARDADO <= 7)
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Corte fuera de rango.'
               END-IF
           ELSE
               DISPLAY 'Introduce un numero.'
           END-IF.

       OBTENER-PAGO.
           IF GRP-MENSUAL
               DISPLAY PAGO-MENSUAL-TXT
           ELSE
               DISPLAY PAGO-SEMANA-TXT
           END-IF.
           MOVE SPACES TO NUMERO-ENTRADA.
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA(2:1) = SPACE
               MOVE NUMERO-ENTRADA(1:1) TO NUMERO-ENTRADA(2:1)
               MOVE '0' TO NUMERO-ENTRADA(1:1)
           END-IF.
           IF NUMERO-ENTRADA IS NUMERIC
               MOVE NUMERO-ENTRADA TO PAGO-GUARDADO
               IF (GRP-MENSUAL AND PAGO-GUARDADO <= 31) OR
                       (NOT GRP-MENSUAL AND PAGO-GUARDADO <= 13)
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Dia de pago fuera de rango.'
               END-IF
           ELSE
               DISPLAY 'Introduce un numero.'
           END-IF.

       VERIFICAR-DUPLICADO.
           MOVE 'N' TO GRUPO-DUPLICADO.
           OPEN INPUT GRUPOS-ARCHIVO.
           IF GRUPOS-STATUS = '05' OR GRUPOS-STATUS = '35'
               CLOSE GRUPOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-GRUPOS
               PERFORM UNTIL FIN-GRUPOS = 'S'
                   READ GRUPOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-GRUPOS
                       NOT AT END
                           IF GRP-CODIGO = CODIGO-ENTRADA
                               MOVE 'S' TO GRUPO-DUPLICADO
                               MOVE 'S' TO FIN-GRUPOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPOS-ARCHIVO
           END-IF.

       LISTAR-GRUPOS.
           DISPLAY '(blanco) - Mensual de siempre        M corte=25 '
               'pago=00'.
           OPEN INPUT GRUPOS-ARCHIVO.
           IF GRUPOS-STATUS = '05' OR GRUPOS-STATUS = '35'
               DISPLAY 'Todavia no hay grupos capturados.'
               CLOSE GRUPOS-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR UNTIL GRUPOS-STATUS = '10'
               CLOSE GRUPOS-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ GRUPOS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY GRP-CODIGO ' - ' GRP-DESCRIPCION
                       ' ' GRP-FRECUENCIA ' corte=' GRP-DIA-CORTE
                       ' pago=' GRP-DIA-PAGO
           END-READ.

       END PROGRAM GRUPOS-PAGO.
