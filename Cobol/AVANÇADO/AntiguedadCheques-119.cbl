      ******************************************************************
      * Author:
      * Date:
      * Purpose: Antiguedad de los cheques en circulacion: todo cheque
      *          del registro (cheques_registro.dat) todavia emitido
      *          ('E', ni pagado por el banco ni anulado) se lista con
      *          los dias transcurridos desde su fecha, en tramos de
      *          0-30, 31-60, 61-90 y mas de 90 dias. Los que llegan
      *          al plazo de prescripcion (dias de
      *          antiguedad_cheques_param.dat, 180 si no hay
      *          parametro) se marcan VENCIDO para que tesoreria los
      *          anule y pida al banco que no los pague. Reporte en
      *          antiguedad_cheques.txt; RC 4 si hay vencidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-CHEQUES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

      *    Dias de prescripcion (000 = el de siempre).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'antiguedad_cheques_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'antiguedad_cheques.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUES-ARCHIVO.
           01  CHEQUES-REGISTRO.
               05  CHQ-NUMERO PIC 9(8).
               05  CHQ-EMPLEADOS-ID PIC 9(6).
               05  CHQ-IMPORTE PIC 9(9)V99.
               05  CHQ-FECHA PIC 9(8).
               05  CHQ-ESTADO PIC X.
                   88  CHEQUE-EMITIDO VALUE 'E'.
                   88  CHEQUE-ANULADO VALUE 'A'.
                   88  CHEQUE-REEMITIDO VALUE 'R'.
                   88  CHEQUE-PAGADO VALUE 'P'.
               05  CHQ-CONCEPTO PIC X.
                   88  CHEQUE-NOMINA VALUE 'N' ' '.
                   88  CHEQUE-EMBARGO VALUE 'G'.
               05  CHQ-BENEFICIARIO PIC X(6).
               05  CHQ-POSITIVO PIC X.
               05  CHQ-FECHA-COBRO PIC 9(8).
               05  CHQ-IMPORTE-COBRADO PIC 9(9)V99.

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-DIAS-VENCIDO PIC 9(3).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
               05  RUN-PROGRAMA PIC X(20).
               05  RUN-INICIO PIC 9(14).
               05  RUN-FIN PIC 9(14).
               05  RUN-LEIDOS PIC 9(6).
               05  RUN-ESCRITOS PIC 9(6).
               05  RUN-RECHAZADOS PIC 9(6).
               05  RUN-ESTADO PIC X(4).

       WORKING-STORAGE SECTION.
           01  CHEQUES-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-CHEQUES PIC X.
           01  FECHA-HOY PIC 9(8).
           01  DIAS-DEFECTO PIC 9(3) VALUE 180.
           01  DIAS-VENCIDO PIC 9(3).
           01  DIAS-CIRCULACION PIC S9(7).
           01  INDICE-TRAMO PIC 9.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-PENDIENTES PIC 9(6) VALUE ZERO.
           01  IMPORTE-PENDIENTE PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-VENCIDOS PIC 9(6) VALUE ZERO.
           01  IMPORTE-VENCIDO PIC 9(11)V99 VALUE ZERO.

      *    Tramos de antiguedad: hasta 30, 60, 90 dias y mas.
           01  TABLA-TRAMOS.
               05  TRAMO OCCURS 4 TIMES.
                   10  TRA-CONTEO PIC 9(6).
                   10  TRA-IMPORTE PIC 9(11)V99.
           01  TEXTOS-TRAMO.
               05  FILLER PIC X(10) VALUE '0-30 DIAS '.
               05  FILLER PIC X(10) VALUE '31-60 DIAS'.
               05  FILLER PIC X(10) VALUE '61-90 DIAS'.
               05  FILLER PIC X(10) VALUE '+90 DIAS  '.
           01  TEXTOS-TRAMO-R REDEFINES TEXTOS-TRAMO.
               05  TEXTO-TRAMO PIC X(10) OCCURS 4 TIMES.

           01  LINEA-TITULO.
               05  FILLER PIC X(33)
                   VALUE 'CHEQUES EN CIRCULACION AL       '.
               05  TIT-FECHA PIC 9(8).
               05  FILLER PIC X(17) VALUE '  PRESCRIPCION A '.
               05  TIT-DIAS PIC ZZ9.
               05  FILLER PIC X(5) VALUE ' DIAS'.

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(9) VALUE 'CHEQUE'.
               05  FILLER PIC X(9) VALUE 'FECHA'.
               05  FILLER PIC X(2) VALUE 'C'.
               05  FILLER PIC X(7) VALUE 'ID'.
               05  FILLER PIC X(7) VALUE 'BENEF'.
               05  FILLER PIC X(15) VALUE '        IMPORTE'.
               05  FILLER PIC X(8) VALUE '   DIAS'.
               05  FILLER PIC X(11) VALUE ' TRAMO'.
               05  FILLER PIC X(7) VALUE 'ESTADO'.

           01  LINEA-DETALLE.
               05  DET-NUMERO PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-CONCEPTO PIC X.
               05  FILLER PIC X VALUE SPACE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-BENEFICIARIO PIC X(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-DIAS PIC ZZZ,ZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  DET-TRAMO PIC X(10).
               05  FILLER PIC X VALUE SPACE.
               05  DET-ESTADO PIC X(7).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CONTEO PIC ZZZ,ZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  TOT-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           INITIALIZE TABLA-TRAMOS.
           PERFORM LEER-PARAMETRO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-CHEQUES.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Cheques en circulacion: ' TOTAL-PENDIENTES
               ' por ' IMPORTE-PENDIENTE.
           DISPLAY 'Vencidos (>= ' DIAS-VENCIDO ' dias): '
               TOTAL-VENCIDOS ' Detalle en antiguedad_cheques.txt'.
           IF TOTAL-VENCIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           MOVE DIAS-DEFECTO TO DIAS-VENCIDO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-DIAS-VENCIDO IS NUMERIC AND
                               PAR-DIAS-VENCIDO > ZERO
                           MOVE PAR-DIAS-VENCIDO TO DIAS-VENCIDO
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

       ABRIR-ARCHIVOS.
           OPEN INPUT CHEQUES-ARCHIVO.
           IF CHEQUES-STATUS = '35' OR CHEQUES-STATUS = '05'
               DISPLAY 'Todavia no hay registro de cheques.'
               CLOSE CHEQUES-ARCHIVO
               STOP RUN
           END-IF.
           IF CHEQUES-STATUS NOT = '00'
               DISPLAY 'Error de archivo CHEQUES. STATUS ='
                   CHEQUES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE DIAS-VENCIDO TO TIT-DIAS.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

       RECORRER-CHEQUES.
           MOVE LOW-VALUES TO CHQ-NUMERO.
           MOVE 'N' TO FIN-CHEQUES.
           START CHEQUES-ARCHIVO KEY IS NOT LESS THAN CHQ-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIN-CHEQUES
           END-START.
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ CHEQUES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       IF CHEQUE-EMITIDO
                           PERFORM ANOTAR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-PENDIENTE.
           IF FUNCTION TEST-DATE-YYYYMMDD(CHQ-FECHA) = ZERO
               COMPUTE DIAS-CIRCULACION =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(CHQ-FECHA)
           ELSE
               MOVE ZERO TO DIAS-CIRCULACION
           END-IF.
           IF DIAS-CIRCULACION < ZERO
               MOVE ZERO TO DIAS-CIRCULACION
           END-IF.
           EVALUATE TRUE
               WHEN DIAS-CIRCULACION <= 30
                   MOVE 1 TO INDICE-TRAMO
               WHEN DIAS-CIRCULACION <= 60
                   MOVE 2 TO INDICE-TRAMO
               WHEN DIAS-CIRCULACION <= 90
                   MOVE 3 TO INDICE-TRAMO
               WHEN OTHER
                   MOVE 4 TO INDICE-TRAMO
           END-EVALUATE.
           ADD 1 TO TRA-CONTEO(INDICE-TRAMO).
           ADD CHQ-IMPORTE TO TRA-IMPORTE(INDICE-TRAMO).
           ADD 1 TO TOTAL-PENDIENTES.
           ADD CHQ-IMPORTE TO IMPORTE-PENDIENTE.
           MOVE SPACES TO DET-ESTADO.
           IF DIAS-CIRCULACION >= DIAS-VENCIDO
               MOVE 'VENCIDO' TO DET-ESTADO
               ADD 1 TO TOTAL-VENCIDOS
               ADD CHQ-IMPORTE TO IMPORTE-VENCIDO
           END-IF.
           MOVE CHQ-NUMERO TO DET-NUMERO.
           MOVE CHQ-FECHA TO DET-FECHA.
           MOVE CHQ-CONCEPTO TO DET-CONCEPTO.
           MOVE CHQ-EMPLEADOS-ID TO DET-ID.
           MOVE CHQ-BENEFICIARIO TO DET-BENEFICIARIO.
           MOVE CHQ-IMPORTE TO DET-IMPORTE.
           MOVE DIAS-CIRCULACION TO DET-DIAS.
           MOVE TEXTO-TRAMO(INDICE-TRAMO) TO DET-TRAMO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
                   UNTIL INDICE-TRAMO > 4
               MOVE SPACES TO TOT-TEXTO
               STRING 'Tramo ' TEXTO-TRAMO(INDICE-TRAMO)
                   DELIMITED BY SIZE INTO TOT-TEXTO
               MOVE TRA-CONTEO(INDICE-TRAMO) TO TOT-CONTEO
               MOVE TRA-IMPORTE(INDICE-TRAMO) TO TOT-IMPORTE
               MOVE LINEA-TOTAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE 'TOTAL EN CIRCULACION' TO TOT-TEXTO.
           MOVE TOTAL-PENDIENTES TO TOT-CONTEO.
           MOVE IMPORTE-PENDIENTE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'VENCIDOS (ANULAR)' TO TOT-TEXTO.
           MOVE TOTAL-VENCIDOS TO TOT-CONTEO.
           MOVE IMPORTE-VENCIDO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ANTIGUEDAD-CHEQUES' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-PENDIENTES TO RUN-ESCRITOS
               MOVE TOTAL-VENCIDOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ANTIGUEDAD-CHEQUES.
