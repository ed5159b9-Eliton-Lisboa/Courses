      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesa a los beneficiarios de embargos de lo retenido
      *          en el grupo y periodo ya cerrado (PERIODO-GRUPO,
      *          ultimo evento CIERRE): suma por orden las lineas 'E'
      *          de movimientos_nomina.dat de los resultados vigentes
      *          (sin los anulados) y las junta por el beneficiario
      *          de cada orden (embargos.dat ->
      *          beneficiarios_embargo.dat). A los que cobran por
      *          banco les sale un detalle en remesa_embargos_pagos.txt
      *          con el layout de pagos_banco.txt; a los que cobran
      *          por cheque se les corta uno en el registro de
      *          ChequesMaster-71 (concepto 'G') con su cara en
      *          cheques_embargos.txt. El aviso de remesa, con
      *          empleado, referencia del caso e importe, va en
      *          remesa_embargos.txt. Un grupo y periodo se remesa una
      *          sola vez (embargos_remesados.dat). RC 4 si queda una
      *          orden sin beneficiario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-EMBARGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

      *    Detalle por resultado: 'E' cuota de embargo cobrada, con
      *    la referencia de la orden en MOV-REFERENCIA.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT OPTIONAL EMBARGOS-ARCHIVO
           ASSIGN TO 'embargos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMB-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMBARGOS-STATUS.

           SELECT OPTIONAL BENEFICIARIOS-ARCHIVO
           ASSIGN TO 'beneficiarios_embargo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENEFICIARIOS-STATUS.

      *    Grupos y periodos ya remesados: evita mandar dos veces el
      *    mismo dinero.
           SELECT OPTIONAL REMESADOS-ARCHIVO
           ASSIGN TO 'embargos_remesados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESADOS-STATUS.

           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

           SELECT CHEQUES-IMPRESOS
           ASSIGN TO 'cheques_embargos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUES-IMP-STATUS.

           SELECT PAGOS-ARCHIVO
           ASSIGN TO 'remesa_embargos_pagos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT AVISO-ARCHIVO
           ASSIGN TO 'remesa_embargos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AVISO-STATUS.

      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
      *    chequeo matinal de la cadena nocturna.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
      *                'R' = corrida regular del grupo y periodo;
      *                'E' = corrida extraordinaria (fuera de ciclo);
      *                'A' = anulacion, en negativo, del recibo 'R' o
      *                'E' de la misma secuencia (AnularRecibo-105).
                       88  RES-REGULAR VALUE 'R'.
                       88  RES-EXTRAORDINARIA VALUE 'E'.
                       88  RES-ANULACION VALUE 'A'.
                   10  RES-SECUENCIA PIC 9(3).
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  MOVIMIENTOS-ARCHIVO.
           01  MOVIMIENTOS-REGISTRO.
               05  MOV-CLAVE.
      *            Misma clave que el resultado que lo origino.
                   10  MOV-EMPLEADOS-ID PIC 9(6).
                   10  MOV-PERIODO PIC 9(6).
                   10  MOV-TIPO PIC X.
                   10  MOV-SECUENCIA PIC 9(3).
               05  MOV-CLASE PIC X.
                   88  MOV-EMBARGO VALUE 'E'.
               05  MOV-REFERENCIA PIC X(12).
               05  MOV-IMPORTE PIC 9(9)V99.

       FD  EMBARGOS-ARCHIVO.
           01  EMBARGOS-REGISTRO.
               05  EMB-CLAVE.
                   10  EMB-EMPLEADOS-ID PIC 9(6).
                   10  EMB-ORDEN PIC X(12).
               05  EMB-PRIORIDAD PIC 9.
               05  EMB-TOTAL PIC 9(9)V99.
               05  EMB-CUOTA PIC 9(7)V99.
               05  EMB-SALDO PIC 9(9)V99.
               05  EMB-BENEFICIARIO PIC X(6).

       FD  BENEFICIARIOS-ARCHIVO.
           01  BENEFICIARIOS-REGISTRO.
               05  BEN-CODIGO PIC X(6).
               05  BEN-NOMBRE PIC X(30).
               05  BEN-FORMA-PAGO PIC X.
                   88  BEN-PAGO-BANCO VALUE 'B'.
                   88  BEN-PAGO-CHEQUE VALUE 'C'.
               05  BEN-CODIGO-BANCO PIC X(8).
               05  BEN-CUENTA PIC X(20).
               05  BEN-REFERENCIA PIC X(15).
               05  BEN-DIRECCION PIC X(40).

       FD  REMESADOS-ARCHIVO.
           01  REMESADOS-REGISTRO.
               05  ERM-GRUPO PIC X(4).
               05  ERM-PERIODO PIC 9(6).
               05  ERM-FECHA PIC 9(8).
               05  ERM-IMPORTE PIC 9(11)V99.

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

       FD  CHEQUES-IMPRESOS.
           01  LINEA-CHEQUE PIC X(80).

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO PIC X(80).

       FD  AVISO-ARCHIVO.
           01  LINEA-AVISO PIC X(100).

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
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  EMPLEADOS-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  EMBARGOS-STATUS PIC XX.
           01  BENEFICIARIOS-STATUS PIC XX.
           01  REMESADOS-STATUS PIC XX.
           01  CHEQUES-STATUS PIC XX.
           01  CHEQUES-IMP-STATUS PIC XX.
           01  PAGOS-STATUS PIC XX.
           01  AVISO-STATUS PIC XX.
           01  FIN-MOVIMIENTOS PIC X.
           01  FIN-BENEFICIARIOS PIC X.
           01  FIN-REMESADOS PIC X.
           01  FIN-CHEQUES PIC X.
           01  YA-REMESADO PIC X VALUE 'N'.
           01  FECHA-HOY PIC 9(8).

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

           01  MAXIMO-BENEFICIARIOS PIC 9(3) VALUE 100.
           01  TOTAL-BENEFICIARIOS PIC 9(3) VALUE ZERO.
           01  INDICE-BENEFICIARIO PIC 9(3).
           01  BENEFICIARIO-HALLADO PIC 9(3).
           01  TABLA-BENEFICIARIOS.
               05  BENEFICIARIO-ENTRADA OCCURS 100 TIMES.
                   10  TBE-CODIGO PIC X(6).
                   10  TBE-NOMBRE PIC X(30).
                   10  TBE-FORMA-PAGO PIC X.
                   10  TBE-CODIGO-BANCO PIC X(8).
                   10  TBE-CUENTA PIC X(20).
                   10  TBE-REFERENCIA PIC X(15).
                   10  TBE-DIRECCION PIC X(40).
                   10  TBE-ORDENES PIC 9(5).
                   10  TBE-IMPORTE PIC 9(11)V99.
                   10  TBE-CHEQUE PIC 9(8).

      *    Una entrada por orden (empleado + referencia) con lo
      *    retenido en el periodo; indice del beneficiario en CERO si
      *    la orden no tiene uno valido.
           01  MAXIMO-ORDENES PIC 9(4) VALUE 2000.
           01  TOTAL-ORDENES PIC 9(4) VALUE ZERO.
           01  INDICE-ORDEN PIC 9(4).
           01  ORDEN-HALLADA PIC 9(4).
           01  TABLA-ORDENES.
               05  ORDEN-ENTRADA OCCURS 2000 TIMES.
                   10  TOR-EMPLEADOS-ID PIC 9(6).
                   10  TOR-ORDEN PIC X(12).
                   10  TOR-BENEFICIARIO PIC X(6).
                   10  TOR-BENEFICIARIO-IDX PIC 9(3).
                   10  TOR-IMPORTE PIC 9(9)V99.

      *    Resultado del movimiento en proceso.
           01  CLAVE-VALIDADA PIC X(16) VALUE LOW-VALUES.
           01  RESULTADO-VIGENTE PIC X.
           01  RESULTADO-ANULADO PIC X.

      *    Totales de control.
           01  MOVIMIENTOS-LEIDOS PIC 9(6) VALUE ZERO.
           01  MOVIMIENTOS-ANULADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-BENEFICIARIO PIC 9(6) VALUE ZERO.
           01  IMPORTE-SIN-BENEFICIARIO PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-REMESADO PIC 9(11)V99 VALUE ZERO.
           01  PAGOS-CONTEO PIC 9(6) VALUE ZERO.
           01  PAGOS-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  CHEQUES-CONTEO PIC 9(6) VALUE ZERO.
           01  CHEQUES-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  CHEQUE-NUMERO-MAXIMO PIC 9(8) VALUE ZERO.

           01  LINEA-TITULO.
               05  FILLER PIC X(34)
                   VALUE 'AVISO DE REMESA DE EMBARGOS GRUPO '.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE ' PERIODO '.
               05  TIT-PERIODO PIC 9(6).
               05  FILLER PIC X(9) VALUE '  FECHA '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-BENEFICIARIO.
               05  FILLER PIC X(13) VALUE 'BENEFICIARIO '.
               05  LBE-CODIGO PIC X(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LBE-NOMBRE PIC X(30).
               05  FILLER PIC X(2) VALUE SPACES.
               05  LBE-FORMA PIC X(40).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(4) VALUE SPACES.
               05  FILLER PIC X(7) VALUE 'ID'.
               05  FILLER PIC X(41) VALUE 'EMPLEADO'.
               05  FILLER PIC X(13) VALUE 'REF. CASO'.
               05  FILLER PIC X(15) VALUE '        IMPORTE'.

           01  LINEA-DETALLE.
               05  FILLER PIC X(4) VALUE SPACES.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(40).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-ORDEN PIC X(12).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

           01  LINEA-TOTAL-BENEFICIARIO.
               05  FILLER PIC X(4) VALUE SPACES.
               05  FILLER PIC X(20) VALUE 'TOTAL REMESADO'.
               05  LTB-ORDENES PIC ZZ,ZZ9.
               05  FILLER PIC X(8) VALUE ' ordenes'.
               05  FILLER PIC X(24) VALUE SPACES.
               05  LTB-IMPORTE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-SIN-BENEFICIARIO.
               05  FILLER PIC X(4) VALUE SPACES.
               05  LSB-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LSB-ORDEN PIC X(12).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LSB-BENEFICIARIO PIC X(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LSB-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LSB-MOTIVO PIC X(30).

           01  LINEA-SEPARADOR PIC X(96) VALUE ALL '-'.

      *    Layout de pagos_banco.txt (PagosBanco-22): el detalle
      *    lleva el numero de beneficiario en lugar del EMPLEADOS-ID.
           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'EMBARGOS'.

           01  LINEA-PAGO-DETALLE.
               05  FILLER PIC X VALUE 'D'.
               05  PDE-ID PIC 9(6).
               05  PDE-CODIGO-BANCO PIC X(8).
               05  PDE-CUENTA PIC X(20).
               05  PDE-IMPORTE PIC 9(9)V99.
               05  PDE-ID-FISCAL PIC X(15).

           01  LINEA-COLA.
               05  FILLER PIC X VALUE 'T'.
               05  COLA-CONTEO PIC 9(6).
               05  COLA-IMPORTE PIC 9(11)V99.

      *    Cara del cheque, como la de PagosBanco-22.
           01  LINEA-CHQ-MARCO PIC X(60) VALUE ALL '='.
           01  LINEA-CHQ-CABECERA.
               05  FILLER PIC X(8) VALUE 'CHEQUE  '.
               05  CHL-NUMERO PIC 9(8).
               05  FILLER PIC X(9) VALUE '  Fecha: '.
               05  CHL-FECHA PIC 9(8).
           01  LINEA-CHQ-BENEFICIARIO.
               05  FILLER PIC X(11) VALUE 'Paguese a: '.
               05  CHL-NOMBRE PIC X(30).
           01  LINEA-CHQ-DIRECCION.
               05  FILLER PIC X(11) VALUE SPACES.
               05  CHL-DIRECCION PIC X(40).
           01  LINEA-CHQ-IMPORTE.
               05  FILLER PIC X(11) VALUE 'La suma de '.
               05  CHL-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(7) VALUE '  Ref: '.
               05  CHL-REFERENCIA PIC X(15).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Como la remesa de impuestos: se remesa lo del periodo
      *    cerrado, cuando ya no cambian los resultados.
           IF CRG-ULTIMO-EVENTO NOT = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] no esta cerrado; cierrelo con '
                   'PERIODOS-NOMINA antes de la remesa.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFICAR-REMESADO.
           IF YA-REMESADO = 'S'
               DISPLAY 'Los embargos del periodo ' CRG-PERIODO
                   ' del grupo [' CRG-GRUPO '] ya se remesaron.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-BENEFICIARIOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-MOVIMIENTOS.
           PERFORM ESCRIBIR-TITULO.
           MOVE FECHA-HOY TO CAB-FECHA.
           MOVE LINEA-CABECERA TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           PERFORM VARYING INDICE-BENEFICIARIO FROM 1 BY 1
                   UNTIL INDICE-BENEFICIARIO > TOTAL-BENEFICIARIOS
               IF TBE-ORDENES(INDICE-BENEFICIARIO) > ZERO
                   PERFORM PAGAR-BENEFICIARIO
                   PERFORM ESCRIBIR-AVISO-BENEFICIARIO
               END-IF
           END-PERFORM.
           MOVE PAGOS-CONTEO TO COLA-CONTEO.
           MOVE PAGOS-IMPORTE TO COLA-IMPORTE.
           MOVE LINEA-COLA TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           PERFORM ESCRIBIR-SIN-BENEFICIARIO.
           PERFORM MARCAR-REMESADO.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Banco   : ' PAGOS-CONTEO ' beneficiarios, importe '
               PAGOS-IMPORTE ' en remesa_embargos_pagos.txt'.
           DISPLAY 'Cheques : ' CHEQUES-CONTEO
               ' beneficiarios, importe ' CHEQUES-IMPORTE
               ' en cheques_embargos.txt'.
           DISPLAY 'Sin beneficiario: ' TOTAL-SIN-BENEFICIARIO
               ' ordenes, importe ' IMPORTE-SIN-BENEFICIARIO
               ' Aviso en remesa_embargos.txt'.
      *    RC 4 = quedo dinero retenido sin a quien remesarlo.
           IF TOTAL-SIN-BENEFICIARIO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       VERIFICAR-REMESADO.
           OPEN INPUT REMESADOS-ARCHIVO.
           IF REMESADOS-STATUS = '00'
               MOVE 'N' TO FIN-REMESADOS
               PERFORM UNTIL FIN-REMESADOS = 'S'
                   READ REMESADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-REMESADOS
                       NOT AT END
                           IF ERM-GRUPO = CRG-GRUPO AND
                                   ERM-PERIODO = CRG-PERIODO
                               MOVE 'S' TO YA-REMESADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REMESADOS-ARCHIVO.

       MARCAR-REMESADO.
           OPEN EXTEND REMESADOS-ARCHIVO.
           IF REMESADOS-STATUS = '00' OR REMESADOS-STATUS = '05'
               MOVE CRG-GRUPO TO ERM-GRUPO
               MOVE CRG-PERIODO TO ERM-PERIODO
               MOVE FECHA-HOY TO ERM-FECHA
               MOVE TOTAL-REMESADO TO ERM-IMPORTE
               WRITE REMESADOS-REGISTRO
           ELSE
               DISPLAY 'Error de archivo REMESADOS. STATUS ='
                   REMESADOS-STATUS
           END-IF.
           CLOSE REMESADOS-ARCHIVO.

       CARGAR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS-ARCHIVO.
           IF BENEFICIARIOS-STATUS = '05' OR
                   BENEFICIARIOS-STATUS = '35'
               DISPLAY 'Aviso: no existe beneficiarios_embargo.dat; '
                   'ninguna orden tiene a quien remesarse.'
           ELSE
               MOVE 'N' TO FIN-BENEFICIARIOS
               PERFORM UNTIL FIN-BENEFICIARIOS = 'S'
                   READ BENEFICIARIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BENEFICIARIOS
                       NOT AT END
                           PERFORM ANOTAR-BENEFICIARIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIARIOS-ARCHIVO.

       ANOTAR-BENEFICIARIO.
           IF TOTAL-BENEFICIARIOS < MAXIMO-BENEFICIARIOS
               ADD 1 TO TOTAL-BENEFICIARIOS
               MOVE BEN-CODIGO TO TBE-CODIGO(TOTAL-BENEFICIARIOS)
               MOVE BEN-NOMBRE TO TBE-NOMBRE(TOTAL-BENEFICIARIOS)
               MOVE BEN-FORMA-PAGO
                   TO TBE-FORMA-PAGO(TOTAL-BENEFICIARIOS)
               MOVE BEN-CODIGO-BANCO
                   TO TBE-CODIGO-BANCO(TOTAL-BENEFICIARIOS)
               MOVE BEN-CUENTA TO TBE-CUENTA(TOTAL-BENEFICIARIOS)
               MOVE BEN-REFERENCIA
                   TO TBE-REFERENCIA(TOTAL-BENEFICIARIOS)
               MOVE BEN-DIRECCION
                   TO TBE-DIRECCION(TOTAL-BENEFICIARIOS)
               MOVE ZERO TO TBE-ORDENES(TOTAL-BENEFICIARIOS)
               MOVE ZERO TO TBE-IMPORTE(TOTAL-BENEFICIARIOS)
               MOVE ZERO TO TBE-CHEQUE(TOTAL-BENEFICIARIOS)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-BENEFICIARIOS
                   ' beneficiarios; ' BEN-CODIGO ' queda fuera.'
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS NOT = '00'
               DISPLAY 'No existe resultados_nomina.dat; corra '
                   'primero RECIBOS-NOMINA. STATUS ='
                   RESULTADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMBARGOS-ARCHIVO.
           IF EMBARGOS-STATUS NOT = '00' AND
                   EMBARGOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMBARGOS. STATUS ='
                   EMBARGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHEQUES-ARCHIVO.
           IF CHEQUES-STATUS = '35' OR CHEQUES-STATUS = '05'
               OPEN OUTPUT CHEQUES-ARCHIVO
               CLOSE CHEQUES-ARCHIVO
               OPEN I-O CHEQUES-ARCHIVO
           END-IF.
           IF CHEQUES-STATUS NOT = '00' AND CHEQUES-STATUS NOT = '05'
               DISPLAY 'Error de archivo CHEQUES. STATUS ='
                   CHEQUES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OBTENER-NUMERO-MAXIMO-CHEQUE.
           OPEN OUTPUT CHEQUES-IMPRESOS.
           IF CHEQUES-IMP-STATUS NOT = '00'
               DISPLAY 'Error de archivo CHEQUES-IMPRESOS. STATUS ='
                   CHEQUES-IMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAGOS-ARCHIVO.
           IF PAGOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo PAGOS. STATUS ='
                   PAGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AVISO-ARCHIVO.
           IF AVISO-STATUS NOT = '00'
               DISPLAY 'Error de archivo AVISO. STATUS ='
                   AVISO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE EMBARGOS-ARCHIVO.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE CHEQUES-IMPRESOS.
           CLOSE PAGOS-ARCHIVO.
           CLOSE AVISO-ARCHIVO.

      *    Mismo recorrido que OBTENER-NUMERO-MAXIMO-CHEQUE en
      *    PagosBanco-22.
       OBTENER-NUMERO-MAXIMO-CHEQUE.
           MOVE ZERO TO CHEQUE-NUMERO-MAXIMO.
           MOVE 'N' TO FIN-CHEQUES.
           MOVE LOW-VALUES TO CHQ-NUMERO.
           START CHEQUES-ARCHIVO KEY IS NOT LESS THAN CHQ-NUMERO
               INVALID KEY
                   MOVE 'S' TO FIN-CHEQUES
           END-START.
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ CHEQUES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       IF CHQ-NUMERO > CHEQUE-NUMERO-MAXIMO
                           MOVE CHQ-NUMERO TO CHEQUE-NUMERO-MAXIMO
                       END-IF
               END-READ
           END-PERFORM.

       RECORRER-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               DISPLAY 'Aviso: no existe movimientos_nomina.dat; no '
                   'hay embargos que remesar.'
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           IF MOV-PERIODO = CRG-PERIODO AND
                                   (MOV-TIPO = 'R' OR MOV-TIPO = 'E')
                                   AND MOV-EMBARGO
                               PERFORM PROCESAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMIENTOS-ARCHIVO.

      *    Lo retenido en un recibo anulado se le devolvio al saldo
      *    de la orden (AnularRecibo-105): no se remesa.
       PROCESAR-MOVIMIENTO.
           IF MOV-CLAVE NOT = CLAVE-VALIDADA
               MOVE MOV-CLAVE TO CLAVE-VALIDADA
               PERFORM VALIDAR-RESULTADO
           END-IF.
           IF RESULTADO-VIGENTE = 'S'
               ADD 1 TO MOVIMIENTOS-LEIDOS
               IF RESULTADO-ANULADO = 'S'
                   ADD 1 TO MOVIMIENTOS-ANULADOS
               ELSE
                   PERFORM ACUMULAR-ORDEN
               END-IF
           END-IF.

      *    Resultado del grupo que se remesa, y si tiene anulacion
      *    'A' de la misma secuencia (mismo criterio que
      *    RemesaImpuestos-109).
       VALIDAR-RESULTADO.
           MOVE 'N' TO RESULTADO-VIGENTE.
           MOVE 'N' TO RESULTADO-ANULADO.
           MOVE MOV-CLAVE TO RES-CLAVE.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RES-GRUPO = CRG-GRUPO
                       MOVE 'S' TO RESULTADO-VIGENTE
                   END-IF
           END-READ.
           IF RESULTADO-VIGENTE = 'S'
               MOVE MOV-CLAVE TO RES-CLAVE
               MOVE 'A' TO RES-TIPO
               READ RESULTADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO RESULTADO-ANULADO
               END-READ
           END-IF.

       ACUMULAR-ORDEN.
           MOVE ZERO TO ORDEN-HALLADA.
           PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
                   UNTIL INDICE-ORDEN > TOTAL-ORDENES OR
                       ORDEN-HALLADA > ZERO
               IF TOR-EMPLEADOS-ID(INDICE-ORDEN) = MOV-EMPLEADOS-ID AND
                       TOR-ORDEN(INDICE-ORDEN) = MOV-REFERENCIA
                   MOVE INDICE-ORDEN TO ORDEN-HALLADA
               END-IF
           END-PERFORM.
           IF ORDEN-HALLADA = ZERO
               IF TOTAL-ORDENES < MAXIMO-ORDENES
                   ADD 1 TO TOTAL-ORDENES
                   MOVE TOTAL-ORDENES TO ORDEN-HALLADA
                   MOVE MOV-EMPLEADOS-ID
                       TO TOR-EMPLEADOS-ID(ORDEN-HALLADA)
                   MOVE MOV-REFERENCIA TO TOR-ORDEN(ORDEN-HALLADA)
                   MOVE ZERO TO TOR-IMPORTE(ORDEN-HALLADA)
                   PERFORM ASIGNAR-BENEFICIARIO
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-ORDENES
                       ' ordenes; ' MOV-REFERENCIA ' del ID '
                       MOV-EMPLEADOS-ID ' queda fuera.'
                   ADD 1 TO TOTAL-SIN-BENEFICIARIO
                   ADD MOV-IMPORTE TO IMPORTE-SIN-BENEFICIARIO
               END-IF
           END-IF.
           IF ORDEN-HALLADA > ZERO
               ADD MOV-IMPORTE TO TOR-IMPORTE(ORDEN-HALLADA)
               IF TOR-BENEFICIARIO-IDX(ORDEN-HALLADA) > ZERO
                   MOVE TOR-BENEFICIARIO-IDX(ORDEN-HALLADA)
                       TO BENEFICIARIO-HALLADO
                   ADD MOV-IMPORTE TO TBE-IMPORTE(BENEFICIARIO-HALLADO)
                   ADD MOV-IMPORTE TO TOTAL-REMESADO
               ELSE
                   ADD MOV-IMPORTE TO IMPORTE-SIN-BENEFICIARIO
               END-IF
           END-IF.

      *    Beneficiario de la orden en embargos.dat; la orden pudo
      *    borrarse o no tener beneficiario capturado.
       ASIGNAR-BENEFICIARIO.
           MOVE SPACES TO TOR-BENEFICIARIO(ORDEN-HALLADA).
           MOVE ZERO TO TOR-BENEFICIARIO-IDX(ORDEN-HALLADA).
           MOVE MOV-EMPLEADOS-ID TO EMB-EMPLEADOS-ID.
           MOVE MOV-REFERENCIA TO EMB-ORDEN.
           READ EMBARGOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMB-BENEFICIARIO
                       TO TOR-BENEFICIARIO(ORDEN-HALLADA)
           END-READ.
           MOVE ZERO TO BENEFICIARIO-HALLADO.
           PERFORM VARYING INDICE-BENEFICIARIO FROM 1 BY 1
                   UNTIL INDICE-BENEFICIARIO > TOTAL-BENEFICIARIOS OR
                       BENEFICIARIO-HALLADO > ZERO
               IF TBE-CODIGO(INDICE-BENEFICIARIO) =
                       TOR-BENEFICIARIO(ORDEN-HALLADA) AND
                       TOR-BENEFICIARIO(ORDEN-HALLADA) NOT = SPACES
                   MOVE INDICE-BENEFICIARIO TO BENEFICIARIO-HALLADO
               END-IF
           END-PERFORM.
           IF BENEFICIARIO-HALLADO > ZERO
               MOVE BENEFICIARIO-HALLADO
                   TO TOR-BENEFICIARIO-IDX(ORDEN-HALLADA)
               ADD 1 TO TBE-ORDENES(BENEFICIARIO-HALLADO)
           ELSE
               ADD 1 TO TOTAL-SIN-BENEFICIARIO
           END-IF.

      *    Un pago por beneficiario: detalle de banco o cheque.
       PAGAR-BENEFICIARIO.
           IF TBE-FORMA-PAGO(INDICE-BENEFICIARIO) = 'B'
               MOVE INDICE-BENEFICIARIO TO PDE-ID
               MOVE TBE-CODIGO-BANCO(INDICE-BENEFICIARIO)
                   TO PDE-CODIGO-BANCO
               MOVE TBE-CUENTA(INDICE-BENEFICIARIO) TO PDE-CUENTA
               MOVE TBE-IMPORTE(INDICE-BENEFICIARIO) TO PDE-IMPORTE
               MOVE TBE-REFERENCIA(INDICE-BENEFICIARIO)
                   TO PDE-ID-FISCAL
               MOVE LINEA-PAGO-DETALLE TO LINEA-PAGO
               WRITE LINEA-PAGO
               ADD 1 TO PAGOS-CONTEO
               ADD TBE-IMPORTE(INDICE-BENEFICIARIO) TO PAGOS-IMPORTE
           ELSE
               PERFORM EMITIR-CHEQUE
           END-IF.

       EMITIR-CHEQUE.
           ADD 1 TO CHEQUE-NUMERO-MAXIMO.
           MOVE CHEQUE-NUMERO-MAXIMO TO CHQ-NUMERO.
           MOVE ZERO TO CHQ-EMPLEADOS-ID.
           MOVE TBE-IMPORTE(INDICE-BENEFICIARIO) TO CHQ-IMPORTE.
           MOVE FECHA-HOY TO CHQ-FECHA.
           MOVE 'E' TO CHQ-ESTADO.
           MOVE SPACE TO CHQ-POSITIVO.
           MOVE ZERO TO CHQ-FECHA-COBRO.
           MOVE ZERO TO CHQ-IMPORTE-COBRADO.
           MOVE 'G' TO CHQ-CONCEPTO.
           MOVE TBE-CODIGO(INDICE-BENEFICIARIO) TO CHQ-BENEFICIARIO.
           WRITE CHEQUES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo registrar el cheque '
                       CHQ-NUMERO '.'
           END-WRITE.
           MOVE CHQ-NUMERO TO TBE-CHEQUE(INDICE-BENEFICIARIO).
           MOVE LINEA-CHQ-MARCO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE CHQ-NUMERO TO CHL-NUMERO.
           MOVE FECHA-HOY TO CHL-FECHA.
           MOVE LINEA-CHQ-CABECERA TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE TBE-NOMBRE(INDICE-BENEFICIARIO) TO CHL-NOMBRE.
           MOVE LINEA-CHQ-BENEFICIARIO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE TBE-DIRECCION(INDICE-BENEFICIARIO) TO CHL-DIRECCION.
           MOVE LINEA-CHQ-DIRECCION TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE TBE-IMPORTE(INDICE-BENEFICIARIO) TO CHL-IMPORTE.
           MOVE TBE-REFERENCIA(INDICE-BENEFICIARIO) TO CHL-REFERENCIA.
           MOVE LINEA-CHQ-IMPORTE TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE LINEA-CHQ-MARCO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           ADD 1 TO CHEQUES-CONTEO.
           ADD TBE-IMPORTE(INDICE-BENEFICIARIO) TO CHEQUES-IMPORTE.

       ESCRIBIR-TITULO.
           MOVE CRG-GRUPO TO TIT-GRUPO.
           MOVE CRG-PERIODO TO TIT-PERIODO.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE SPACES TO LINEA-AVISO.
           WRITE LINEA-AVISO.

      *    Aviso por beneficiario: como se le paga y el detalle por
      *    empleado y caso, para que aplique el dinero a cada orden.
       ESCRIBIR-AVISO-BENEFICIARIO.
           MOVE TBE-CODIGO(INDICE-BENEFICIARIO) TO LBE-CODIGO.
           MOVE TBE-NOMBRE(INDICE-BENEFICIARIO) TO LBE-NOMBRE.
           MOVE SPACES TO LBE-FORMA.
           IF TBE-FORMA-PAGO(INDICE-BENEFICIARIO) = 'B'
               STRING 'BANCO ' TBE-CODIGO-BANCO(INDICE-BENEFICIARIO)
                   ' ' TBE-CUENTA(INDICE-BENEFICIARIO)
                   DELIMITED BY SIZE INTO LBE-FORMA
           ELSE
               STRING 'CHEQUE ' TBE-CHEQUE(INDICE-BENEFICIARIO)
                   DELIMITED BY SIZE INTO LBE-FORMA
           END-IF.
           MOVE LINEA-BENEFICIARIO TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE LINEA-ENCABEZADO TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
                   UNTIL INDICE-ORDEN > TOTAL-ORDENES
               IF TOR-BENEFICIARIO-IDX(INDICE-ORDEN) =
                       INDICE-BENEFICIARIO
                   PERFORM ESCRIBIR-DETALLE-ORDEN
               END-IF
           END-PERFORM.
           MOVE TBE-ORDENES(INDICE-BENEFICIARIO) TO LTB-ORDENES.
           MOVE TBE-IMPORTE(INDICE-BENEFICIARIO) TO LTB-IMPORTE.
           MOVE LINEA-TOTAL-BENEFICIARIO TO LINEA-AVISO.
           WRITE LINEA-AVISO.
           MOVE LINEA-SEPARADOR TO LINEA-AVISO.
           WRITE LINEA-AVISO.

       ESCRIBIR-DETALLE-ORDEN.
           MOVE TOR-EMPLEADOS-ID(INDICE-ORDEN) TO DET-ID.
           MOVE TOR-EMPLEADOS-ID(INDICE-ORDEN) TO EMPLEADOS-ID.
           MOVE SPACES TO DET-NOMBRE.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE '(no esta en el maestro)' TO DET-NOMBRE
               NOT INVALID KEY
                   STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          EMPLEADOS-APELLIDOS DELIMITED BY '  '
                       INTO DET-NOMBRE
           END-READ.
           MOVE TOR-ORDEN(INDICE-ORDEN) TO DET-ORDEN.
           MOVE TOR-IMPORTE(INDICE-ORDEN) TO DET-IMPORTE.
           MOVE LINEA-DETALLE TO LINEA-AVISO.
           WRITE LINEA-AVISO.

      *    Lo retenido que no se pudo remesar: hay que capturar el
      *    beneficiario de la orden (EmbargosMaster-65, opcion 5) y
      *    pagarlo por fuera.
       ESCRIBIR-SIN-BENEFICIARIO.
           IF TOTAL-SIN-BENEFICIARIO > ZERO
               MOVE SPACES TO LINEA-AVISO
               STRING 'ORDENES SIN BENEFICIARIO (NO REMESADAS): '
                   TOTAL-SIN-BENEFICIARIO
                   DELIMITED BY SIZE INTO LINEA-AVISO
               WRITE LINEA-AVISO
               PERFORM VARYING INDICE-ORDEN FROM 1 BY 1
                       UNTIL INDICE-ORDEN > TOTAL-ORDENES
                   IF TOR-BENEFICIARIO-IDX(INDICE-ORDEN) = ZERO
                       MOVE TOR-EMPLEADOS-ID(INDICE-ORDEN) TO LSB-ID
                       MOVE TOR-ORDEN(INDICE-ORDEN) TO LSB-ORDEN
                       MOVE TOR-BENEFICIARIO(INDICE-ORDEN)
                           TO LSB-BENEFICIARIO
                       MOVE TOR-IMPORTE(INDICE-ORDEN) TO LSB-IMPORTE
                       IF TOR-BENEFICIARIO(INDICE-ORDEN) = SPACES
                           MOVE 'ORDEN SIN BENEFICIARIO'
                               TO LSB-MOTIVO
                       ELSE
                           MOVE 'BENEFICIARIO NO EXISTE'
                               TO LSB-MOTIVO
                       END-IF
                       MOVE LINEA-SIN-BENEFICIARIO TO LINEA-AVISO
                       WRITE LINEA-AVISO
                   END-IF
               END-PERFORM
           END-IF.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REMESA-EMBARGOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE MOVIMIENTOS-LEIDOS TO RUN-LEIDOS
               COMPUTE RUN-ESCRITOS = PAGOS-CONTEO + CHEQUES-CONTEO
               MOVE TOTAL-SIN-BENEFICIARIO TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM REMESA-EMBARGOS.
