      *          registro, anulacion de un cheque y reemision (el
      *          cheque viejo queda marcado 'R' y se corta uno nuevo
      *          con cara imprimible en cheques_reemitidos.txt).
      *          Tambien registra los cheques a beneficiarios de
      *          embargos que corta RemesaEmbargos-113.
      *          Solo un cheque 'E' se anula o reemite: uno ya pagado
      *          por el banco ('P') no admite ni lo uno ni lo otro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   88  CHEQUE-EMITIDO VALUE 'E'.
                   88  CHEQUE-ANULADO VALUE 'A'.
                   88  CHEQUE-REEMITIDO VALUE 'R'.
                   88  CHEQUE-PAGADO VALUE 'P'.
               05  CHQ-CONCEPTO PIC X.
      *            'N' (o blanco) = pago de nomina al empleado; 'G' =
      *            remesa de embargos al beneficiario de la orden,
      *            con CHQ-EMPLEADOS-ID en cero.
                   88  CHEQUE-NOMINA VALUE 'N' ' '.
                   88  CHEQUE-EMBARGO VALUE 'G'.
               05  CHQ-BENEFICIARIO PIC X(6).
               05  CHQ-POSITIVO PIC X.
      *            Pago positivo (PagoPositivo-117): blanco = emision
      *            aun no enviada al banco; 'E' = emision enviada;
      *            'A' = anulacion enviada.
               05  CHQ-FECHA-COBRO PIC 9(8).
               05  CHQ-IMPORTE-COBRADO PIC 9(9)V99.
      *            Fecha e importe con que el banco lo pago
      *            (ChequesCobrados-118); CERO = en circulacion.

       FD  REEMITIDOS-ARCHIVO.
           01  LINEA-REEMITIDO PIC X(80).
           01  FECHA-HOY PIC 9(8).
           01  ID-REEMITIR PIC 9(6).
           01  IMPORTE-REEMITIR PIC 9(9)V99.
           01  CONCEPTO-REEMITIR PIC X.
           01  BENEFICIARIO-REEMITIR PIC X(6).

           01  LINEA-CHQ-MARCO PIC X(60) VALUE ALL '='.
           01  LINEA-CHQ-CABECERA.
                           ' importe=' CHQ-IMPORTE
                           ' fecha=' CHQ-FECHA
                           ' estado=' CHQ-ESTADO
                           ' concepto=' CHQ-CONCEPTO
                           ' benef=' CHQ-BENEFICIARIO
                           ' pp=' CHQ-POSITIVO
                           ' cobro=' CHQ-FECHA-COBRO
               END-READ
           END-PERFORM.

           END-READ.

      *    Reemision: el cheque original queda 'R' y se corta uno
      *    nuevo por el mismo importe al mismo empleado (o al mismo
      *    beneficiario, si era de embargos), con su cara
      *    imprimible anexada a cheques_reemitidos.txt.
       REEMITIR-CHEQUE.
           MOVE 'N' TO NUMERO-VALIDO.
                   ELSE
                       MOVE CHQ-EMPLEADOS-ID TO ID-REEMITIR
                       MOVE CHQ-IMPORTE TO IMPORTE-REEMITIR
                       MOVE CHQ-CONCEPTO TO CONCEPTO-REEMITIR
                       MOVE CHQ-BENEFICIARIO TO BENEFICIARIO-REEMITIR
                       MOVE 'R' TO CHQ-ESTADO
                       REWRITE CHEQUES-REGISTRO
                           INVALID KEY
           MOVE IMPORTE-REEMITIR TO CHQ-IMPORTE.
           MOVE FECHA-HOY TO CHQ-FECHA.
           MOVE 'E' TO CHQ-ESTADO.
           MOVE SPACE TO CHQ-POSITIVO.
           MOVE ZERO TO CHQ-FECHA-COBRO.
           MOVE ZERO TO CHQ-IMPORTE-COBRADO.
           MOVE CONCEPTO-REEMITIR TO CHQ-CONCEPTO.
           MOVE BENEFICIARIO-REEMITIR TO CHQ-BENEFICIARIO.
           WRITE CHEQUES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo registrar el cheque nuevo.'
