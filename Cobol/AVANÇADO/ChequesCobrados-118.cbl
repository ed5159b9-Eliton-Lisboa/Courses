      ******************************************************************
      * Author:
      * Date:
      * Purpose: Importa el archivo de cheques pagados que entrega el
      *          banco (cheques_cobrados.dat: numero, importe pagado y
      *          fecha de pago) y marca cada cheque 'P' en el registro
      *          (cheques_registro.dat) con su fecha e importe de
      *          cobro. Se listan como excepciones en
      *          cheques_cobrados.txt: el cheque que no esta en el
      *          registro, el que el banco pago estando anulado o
      *          reemitido, el que ya estaba pagado y el pagado por un
      *          importe distinto al emitido (este si queda marcado,
      *          con el importe que pago el banco, para que tesoreria
      *          reclame la diferencia). RC 4 con excepciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUES-COBRADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Cheques pagados que reporta el banco, uno por linea.
           SELECT OPTIONAL COBRADOS-ARCHIVO
           ASSIGN TO 'cheques_cobrados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COBRADOS-STATUS.

           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'cheques_cobrados.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBRADOS-ARCHIVO.
           01  COBRADOS-REGISTRO.
               05  COB-NUMERO PIC 9(8).
               05  COB-IMPORTE PIC 9(9)V99.
               05  COB-FECHA PIC 9(8).

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
           01  COBRADOS-STATUS PIC XX.
           01  CHEQUES-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-COBRADOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  MOTIVO-EXCEPCION PIC X(24).
           01  IMPORTE-EMITIDO PIC 9(9)V99.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-MARCADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-DIFERENCIAS PIC 9(6) VALUE ZERO.
           01  IMPORTE-COBRADO-TOTAL PIC 9(11)V99 VALUE ZERO.

           01  LINEA-TITULO.
               05  FILLER PIC X(36)
                   VALUE 'CHEQUES PAGADOS POR EL BANCO - CORTE'.
               05  FILLER PIC X VALUE SPACE.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(9) VALUE 'CHEQUE'.
               05  FILLER PIC X(9) VALUE 'PAGADO'.
               05  FILLER PIC X(16) VALUE '  IMPORTE EMIT.'.
               05  FILLER PIC X(16) VALUE ' IMPORTE PAGADO'.
               05  FILLER PIC X(24) VALUE ' EXCEPCION'.

           01  LINEA-DETALLE.
               05  DET-NUMERO PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-EMITIDO PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-PAGADO PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-MOTIVO PIC X(24).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CONTEO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-COBRADOS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Cheques reportados : ' TOTAL-LEIDOS.
           DISPLAY 'Marcados pagados   : ' TOTAL-MARCADOS.
           DISPLAY 'Importe diferente  : ' TOTAL-DIFERENCIAS.
           DISPLAY 'Excepciones        : ' TOTAL-EXCEPCIONES
               ' Detalle en cheques_cobrados.txt'.
           IF TOTAL-EXCEPCIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT COBRADOS-ARCHIVO.
           IF COBRADOS-STATUS = '05' OR COBRADOS-STATUS = '35'
               DISPLAY 'No existe cheques_cobrados.dat; nada que '
                   'procesar.'
               STOP RUN
           END-IF.
           OPEN I-O CHEQUES-ARCHIVO.
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
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE COBRADOS-ARCHIVO.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

       PROCESAR-COBRADOS.
           MOVE 'N' TO FIN-COBRADOS.
           PERFORM UNTIL FIN-COBRADOS = 'S'
               READ COBRADOS-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-COBRADOS
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       PERFORM PROCESAR-UN-COBRO
               END-READ
           END-PERFORM.

      *    Solo un cheque emitido ('E') pasa a pagado; cualquier otro
      *    estado es una excepcion para tesoreria. Un importe pagado
      *    distinto del emitido se marca igual (el dinero ya salio)
      *    pero se lista.
       PROCESAR-UN-COBRO.
           MOVE ZERO TO IMPORTE-EMITIDO.
           MOVE COB-NUMERO TO CHQ-NUMERO.
           READ CHEQUES-ARCHIVO
               INVALID KEY
                   MOVE 'NO ESTA EN EL REGISTRO' TO MOTIVO-EXCEPCION
                   PERFORM ESCRIBIR-EXCEPCION
               NOT INVALID KEY
                   MOVE CHQ-IMPORTE TO IMPORTE-EMITIDO
                   EVALUATE TRUE
                       WHEN CHEQUE-ANULADO
                           MOVE 'PAGADO ESTANDO ANULADO'
                               TO MOTIVO-EXCEPCION
                           PERFORM ESCRIBIR-EXCEPCION
                       WHEN CHEQUE-REEMITIDO
                           MOVE 'PAGADO YA REEMITIDO'
                               TO MOTIVO-EXCEPCION
                           PERFORM ESCRIBIR-EXCEPCION
                       WHEN CHEQUE-PAGADO
                           MOVE 'YA ESTABA PAGADO'
                               TO MOTIVO-EXCEPCION
                           PERFORM ESCRIBIR-EXCEPCION
                       WHEN OTHER
                           PERFORM MARCAR-PAGADO
                   END-EVALUATE
           END-READ.

       MARCAR-PAGADO.
           MOVE 'P' TO CHQ-ESTADO.
           MOVE COB-FECHA TO CHQ-FECHA-COBRO.
           MOVE COB-IMPORTE TO CHQ-IMPORTE-COBRADO.
           REWRITE CHEQUES-REGISTRO
               INVALID KEY
                   MOVE 'NO SE PUDO MARCAR' TO MOTIVO-EXCEPCION
                   PERFORM ESCRIBIR-EXCEPCION
               NOT INVALID KEY
                   ADD 1 TO TOTAL-MARCADOS
                   ADD COB-IMPORTE TO IMPORTE-COBRADO-TOTAL
                   IF COB-IMPORTE NOT = CHQ-IMPORTE
                       ADD 1 TO TOTAL-DIFERENCIAS
                       MOVE 'IMPORTE DIFIERE' TO MOTIVO-EXCEPCION
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
           END-REWRITE.

       ESCRIBIR-EXCEPCION.
           ADD 1 TO TOTAL-EXCEPCIONES.
           MOVE COB-NUMERO TO DET-NUMERO.
           MOVE COB-FECHA TO DET-FECHA.
           MOVE IMPORTE-EMITIDO TO DET-EMITIDO.
           MOVE COB-IMPORTE TO DET-PAGADO.
           MOVE MOTIVO-EXCEPCION TO DET-MOTIVO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Cheques reportados' TO TOT-TEXTO.
           MOVE TOTAL-LEIDOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Marcados pagados' TO TOT-TEXTO.
           MOVE TOTAL-MARCADOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Pagados por importe distinto' TO TOT-TEXTO.
           MOVE TOTAL-DIFERENCIAS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'TOTAL EXCEPCIONES' TO TOT-TEXTO.
           MOVE TOTAL-EXCEPCIONES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'CHEQUES-COBRADOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-MARCADOS TO RUN-ESCRITOS
               MOVE TOTAL-EXCEPCIONES TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM CHEQUES-COBRADOS.
