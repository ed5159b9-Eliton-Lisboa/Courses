      ******************************************************************
      * Author:
      * Date:
      * Purpose: Archivo de pago positivo para el banco, despues de
      *          cada corrida de cheques (PagosBanco-22,
      *          NominaExtra-104, RemesaEmbargos-113 y las
      *          reemisiones de ChequesMaster-71): cada cheque emitido
      *          que el banco aun no conoce sale como emision ('I')
      *          con numero, fecha, importe y beneficiario, y cada
      *          cheque anulado o reemitido sale como anulacion ('V')
      *          para que el banco no lo pague. El registro de cheques
      *          queda marcado (CHQ-POSITIVO) para no repetir lineas
      *          en la siguiente corrida. La cuenta emisora sale de
      *          pago_positivo_param.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGO-POSITIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Maestro indexado, solo para el nombre del beneficiario de
      *    los cheques de nomina.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

      *    Beneficiarios de embargos (EmbargosMaster-65), para el
      *    nombre de los cheques 'G'.
           SELECT OPTIONAL BENEFICIARIOS-ARCHIVO
           ASSIGN TO 'beneficiarios_embargo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENEFICIARIOS-STATUS.

      *    Banco y cuenta de la chequera de la empresa.
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'pago_positivo_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT POSITIVO-ARCHIVO
           ASSIGN TO 'pago_positivo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSITIVO-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

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
      *            Blanco = emision aun no enviada; 'E' = emision
      *            enviada; 'A' = anulacion enviada.
                   88  POSITIVO-SIN-ENVIAR VALUE ' '.
                   88  POSITIVO-EMISION-ENVIADA VALUE 'E'.
                   88  POSITIVO-ANULACION-ENVIADA VALUE 'A'.
               05  CHQ-FECHA-COBRO PIC 9(8).
               05  CHQ-IMPORTE-COBRADO PIC 9(9)V99.

       FD  BENEFICIARIOS-ARCHIVO.
           01  BENEFICIARIOS-REGISTRO.
               05  BEN-CODIGO PIC X(6).
               05  BEN-NOMBRE PIC X(30).
               05  BEN-FORMA-PAGO PIC X.
               05  BEN-CODIGO-BANCO PIC X(8).
               05  BEN-CUENTA PIC X(20).
               05  BEN-REFERENCIA PIC X(15).
               05  BEN-DIRECCION PIC X(40).

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-CODIGO-BANCO PIC X(8).
               05  PAR-CUENTA PIC X(20).

       FD  POSITIVO-ARCHIVO.
           01  LINEA-POSITIVO PIC X(100).

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
           01  EMPLEADOS-STATUS PIC XX.
           01  CHEQUES-STATUS PIC XX.
           01  BENEFICIARIOS-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  POSITIVO-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-CHEQUES PIC X.
           01  FIN-BENEFICIARIOS PIC X.
           01  HAY-MAESTRO PIC X VALUE 'N'.
           01  FECHA-HOY PIC 9(8).
           01  CODIGO-BANCO-EMPRESA PIC X(8) VALUE SPACES.
           01  CUENTA-EMPRESA PIC X(20) VALUE SPACES.
           01  NOMBRE-BENEFICIARIO PIC X(30).
           01  TIPO-LINEA PIC X.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EMISIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-ANULACIONES PIC 9(6) VALUE ZERO.
           01  IMPORTE-EMISIONES PIC 9(11)V99 VALUE ZERO.
           01  IMPORTE-ANULACIONES PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-NO-MARCADOS PIC 9(6) VALUE ZERO.

           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-FECHA PIC 9(8).
               05  CAB-CODIGO-BANCO PIC X(8).
               05  CAB-CUENTA PIC X(20).
               05  FILLER PIC X(12) VALUE 'PAGOPOSITIVO'.

      *    'I' = emision, 'V' = anulacion (el banco rechaza el pago
      *    de un cheque anulado o que no le llego como emision).
           01  LINEA-DETALLE.
               05  FILLER PIC X VALUE 'D'.
               05  DET-TIPO PIC X.
               05  DET-NUMERO PIC 9(8).
               05  DET-FECHA PIC 9(8).
               05  DET-IMPORTE PIC 9(9)V99.
               05  DET-BENEFICIARIO PIC X(30).

           01  LINEA-COLA.
               05  FILLER PIC X VALUE 'T'.
               05  COLA-EMISIONES PIC 9(6).
               05  COLA-IMPORTE-EMISIONES PIC 9(11)V99.
               05  COLA-ANULACIONES PIC 9(6).
               05  COLA-IMPORTE-ANULACIONES PIC 9(11)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM LEER-PARAMETRO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM RECORRER-CHEQUES.
           PERFORM ESCRIBIR-COLA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Emisiones enviadas  : ' TOTAL-EMISIONES
               ' por ' IMPORTE-EMISIONES.
           DISPLAY 'Anulaciones enviadas: ' TOTAL-ANULACIONES
               ' por ' IMPORTE-ANULACIONES.
           DISPLAY 'Archivo de pago positivo en pago_positivo.txt'.
           IF TOTAL-NO-MARCADOS > ZERO
               DISPLAY 'Aviso: ' TOTAL-NO-MARCADOS ' cheques no se '
                   'pudieron marcar; saldran otra vez.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAR-CODIGO-BANCO TO CODIGO-BANCO-EMPRESA
                       MOVE PAR-CUENTA TO CUENTA-EMPRESA
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.
           IF CUENTA-EMPRESA = SPACES
               DISPLAY 'Aviso: sin cuenta emisora en '
                   'pago_positivo_param.dat; la cabecera sale en '
                   'blanco.'
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN I-O CHEQUES-ARCHIVO.
           IF CHEQUES-STATUS = '35' OR CHEQUES-STATUS = '05'
               DISPLAY 'Todavia no hay registro de cheques; nada que '
                   'enviar.'
               CLOSE CHEQUES-ARCHIVO
               STOP RUN
           END-IF.
           IF CHEQUES-STATUS NOT = '00'
               DISPLAY 'Error de archivo CHEQUES. STATUS ='
                   CHEQUES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '00'
               MOVE 'S' TO HAY-MAESTRO
           END-IF.
           OPEN OUTPUT POSITIVO-ARCHIVO.
           IF POSITIVO-STATUS NOT = '00'
               DISPLAY 'Error de archivo POSITIVO. STATUS ='
                   POSITIVO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE POSITIVO-ARCHIVO.

       ESCRIBIR-CABECERA.
           MOVE FECHA-HOY TO CAB-FECHA.
           MOVE CODIGO-BANCO-EMPRESA TO CAB-CODIGO-BANCO.
           MOVE CUENTA-EMPRESA TO CAB-CUENTA.
           MOVE LINEA-CABECERA TO LINEA-POSITIVO.
           WRITE LINEA-POSITIVO.

      *    Recorrido completo del registro en orden de numero: una
      *    emision sin enviar sale como 'I'; un cheque anulado o
      *    reemitido cuya anulacion no se ha enviado sale como 'V'
      *    (si nunca se envio la emision, el banco igual recibe la
      *    anulacion y no lo paga). Los pagados ya no cambian.
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
                       MOVE SPACE TO TIPO-LINEA
                       IF CHEQUE-EMITIDO AND POSITIVO-SIN-ENVIAR
                           MOVE 'I' TO TIPO-LINEA
                       END-IF
                       IF (CHEQUE-ANULADO OR CHEQUE-REEMITIDO) AND
                               NOT POSITIVO-ANULACION-ENVIADA
                           MOVE 'V' TO TIPO-LINEA
                       END-IF
                       IF TIPO-LINEA NOT = SPACE
                           PERFORM ENVIAR-CHEQUE
                       END-IF
               END-READ
           END-PERFORM.

       ENVIAR-CHEQUE.
           PERFORM OBTENER-BENEFICIARIO.
           MOVE TIPO-LINEA TO DET-TIPO.
           MOVE CHQ-NUMERO TO DET-NUMERO.
           MOVE CHQ-FECHA TO DET-FECHA.
           MOVE CHQ-IMPORTE TO DET-IMPORTE.
           MOVE NOMBRE-BENEFICIARIO TO DET-BENEFICIARIO.
           MOVE LINEA-DETALLE TO LINEA-POSITIVO.
           WRITE LINEA-POSITIVO.
           IF TIPO-LINEA = 'I'
               ADD 1 TO TOTAL-EMISIONES
               ADD CHQ-IMPORTE TO IMPORTE-EMISIONES
               MOVE 'E' TO CHQ-POSITIVO
           ELSE
               ADD 1 TO TOTAL-ANULACIONES
               ADD CHQ-IMPORTE TO IMPORTE-ANULACIONES
               MOVE 'A' TO CHQ-POSITIVO
           END-IF.
           REWRITE CHEQUES-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-NO-MARCADOS
                   DISPLAY 'No se pudo marcar el cheque '
                       CHQ-NUMERO '.'
           END-REWRITE.

      *    Nombre que el banco coteja contra la cara del cheque: el
      *    del empleado para los de nomina, el del beneficiario de la
      *    orden para los de embargos.
       OBTENER-BENEFICIARIO.
           MOVE SPACES TO NOMBRE-BENEFICIARIO.
           IF CHEQUE-EMBARGO
               PERFORM BUSCAR-BENEFICIARIO-EMBARGO
           ELSE
               IF HAY-MAESTRO = 'S'
                   MOVE CHQ-EMPLEADOS-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  EMPLEADOS-APELLIDOS
                                      DELIMITED BY '  '
                               INTO NOMBRE-BENEFICIARIO
                           END-STRING
                   END-READ
               END-IF
           END-IF.

       BUSCAR-BENEFICIARIO-EMBARGO.
           OPEN INPUT BENEFICIARIOS-ARCHIVO.
           IF BENEFICIARIOS-STATUS = '05' OR
                   BENEFICIARIOS-STATUS = '35'
               CLOSE BENEFICIARIOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-BENEFICIARIOS
               PERFORM UNTIL FIN-BENEFICIARIOS = 'S'
                   READ BENEFICIARIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BENEFICIARIOS
                       NOT AT END
                           IF BEN-CODIGO = CHQ-BENEFICIARIO
                               MOVE BEN-NOMBRE TO NOMBRE-BENEFICIARIO
                               MOVE 'S' TO FIN-BENEFICIARIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFICIARIOS-ARCHIVO
           END-IF.

       ESCRIBIR-COLA.
           MOVE TOTAL-EMISIONES TO COLA-EMISIONES.
           MOVE IMPORTE-EMISIONES TO COLA-IMPORTE-EMISIONES.
           MOVE TOTAL-ANULACIONES TO COLA-ANULACIONES.
           MOVE IMPORTE-ANULACIONES TO COLA-IMPORTE-ANULACIONES.
           MOVE LINEA-COLA TO LINEA-POSITIVO.
           WRITE LINEA-POSITIVO.

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'PAGO-POSITIVO' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               COMPUTE RUN-ESCRITOS =
                   TOTAL-EMISIONES + TOTAL-ANULACIONES
               MOVE TOTAL-NO-MARCADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM PAGO-POSITIVO.
