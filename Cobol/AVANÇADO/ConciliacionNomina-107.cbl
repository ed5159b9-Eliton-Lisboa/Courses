      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de control a tres bandas de la corrida
      *          de nomina del grupo y periodo (PERIODO-GRUPO):
      *          registro (resultados_nomina.dat) contra lo pagado
      *          (detalle de pagos_banco.txt mas cheques_registro.dat
      *          de la fecha de pago) y contra el mayor
      *          (poliza_contable.txt de EXTRACTO-CONTABLE). El neto
      *          de cada empleado debe igualar lo que le llego por
      *          banco o cheque; el bruto mas la cuota patronal del
      *          registro debe igualar los cargos de la poliza y el
      *          neto el abono de nomina por pagar. Conteos e
      *          importes van lado a lado en conciliacion_nomina.txt,
      *          las diferencias bajan hasta el EMPLEADOS-ID, y los
      *          totales quedan en conciliacion_control.dat para la
      *          hoja de cierre (HojaCierre-56). RC 4 si no cuadra.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

      *    Archivo combinado que deja PAGOS-BANCO (cabecera H,
      *    detalle D por empleado, cola T).
           SELECT OPTIONAL PAGOS-ARCHIVO
           ASSIGN TO 'pagos_banco.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

           SELECT OPTIONAL POLIZA-ARCHIVO
           ASSIGN TO 'poliza_contable.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLIZA-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'conciliacion_nomina.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Una linea por corrida con los totales conciliados; la lee
      *    HOJA-CIERRE (mismo esquema que snapshots_control.dat).
           SELECT OPTIONAL CONCILIACION-CONTROL
           ASSIGN TO 'conciliacion_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
      *    chequeo matinal de la cadena nocturna.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
      *                000 en la regular; consecutivo por empleado y
      *                periodo en las extraordinarias.
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO.
               05  PAG-TIPO PIC X.
                   88  PAG-CABECERA VALUE 'H'.
                   88  PAG-DETALLE VALUE 'D'.
                   88  PAG-COLA VALUE 'T'.
               05  PAG-RESTO PIC X(79).
           01  PAG-CABECERA-REG.
               05  FILLER PIC X.
               05  PAG-FECHA PIC 9(8).
               05  FILLER PIC X(71).
           01  PAG-DETALLE-REG.
               05  FILLER PIC X.
               05  PAG-ID PIC 9(6).
               05  PAG-CODIGO-BANCO PIC X(8).
               05  PAG-CUENTA PIC X(20).
               05  PAG-IMPORTE PIC 9(9)V99.
               05  FILLER PIC X(15).
               05  PAG-PRENOTA PIC X.
      *            'P' = prenota en cero de una cuenta nueva; la
      *            persona cobro con cheque.
                   88  PAG-ES-PRENOTA VALUE 'P'.
               05  FILLER PIC X(18).
           01  PAG-COLA-REG.
               05  FILLER PIC X.
               05  PAG-COLA-CONTEO PIC 9(6).
               05  PAG-COLA-IMPORTE PIC 9(11)V99.
               05  FILLER PIC X(60).

       FD  CHEQUES-ARCHIVO.
           01  CHEQUES-REGISTRO.
               05  CHQ-NUMERO PIC 9(8).
               05  CHQ-EMPLEADOS-ID PIC 9(6).
               05  CHQ-IMPORTE PIC 9(9)V99.
               05  CHQ-FECHA PIC 9(8).
               05  CHQ-ESTADO PIC X.
      *            'E' = emitido, 'A' = anulado, 'R' = reemitido
      *            (sustituido por un cheque nuevo), 'P' = pagado por
      *            el banco (ChequesCobrados-118).
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

       FD  POLIZA-ARCHIVO.
           01  LINEA-POLIZA.
               05  POL-TIPO PIC X.
      *            'H' cabecera, 'D' cargo, 'C' abono, 'T' cola.
               05  POL-RESTO PIC X(59).
           01  POL-CABECERA-REG.
               05  FILLER PIC X.
               05  POL-FECHA PIC 9(8).
               05  POL-PERIODO PIC 9(6).
               05  FILLER PIC X(8).
               05  POL-GRUPO PIC X(4).
               05  FILLER PIC X(33).
           01  POL-ASIENTO-REG.
               05  FILLER PIC X.
               05  POL-CUENTA PIC X(6).
               05  POL-DEPARTAMENTO PIC X(4).
               05  POL-IMPORTE PIC 9(11)V99.
               05  FILLER PIC X(36).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

       FD  CONCILIACION-CONTROL.
           01  CONTROL-REGISTRO.
               05  CCN-FECHA PIC 9(8).
               05  CCN-GRUPO PIC X(4).
               05  CCN-PERIODO PIC 9(6).
               05  CCN-REG-CONTEO PIC 9(6).
               05  CCN-REG-NETO PIC S9(11)V99.
               05  CCN-PAGADO-CONTEO PIC 9(6).
               05  CCN-PAGADO-IMPORTE PIC 9(11)V99.
               05  CCN-REG-COSTO PIC S9(11)V99.
      *            Bruto mas cuota patronal del registro.
               05  CCN-GL-CARGOS PIC 9(11)V99.
               05  CCN-DIFERENCIAS PIC 9(6).

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
           01  RESULTADOS-STATUS PIC XX.
           01  PAGOS-STATUS PIC XX.
           01  CHEQUES-STATUS PIC XX.
           01  POLIZA-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  CONTROL-STATUS PIC XX.
           01  FIN-RESULTADOS PIC X.
           01  FIN-PAGOS PIC X.
           01  FIN-CHEQUES PIC X.
           01  FIN-POLIZA PIC X.
           01  HAY-PAGOS PIC X VALUE 'N'.
           01  HAY-CHEQUES PIC X VALUE 'N'.
           01  HAY-POLIZA PIC X VALUE 'N'.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-PAGO PIC 9(8) VALUE ZERO.
      *        Fecha de la cabecera de pagos_banco.txt: los cheques
      *        de la corrida son los cortados ese dia.

      *    Cuentas del plan contable (mismas de ExtractoContable-74).
           01  CUENTA-SUELDOS PIC X(6) VALUE '610000'.
           01  CUENTA-PATRONAL PIC X(6) VALUE '620000'.
           01  CUENTA-NETO-PAGAR PIC X(6) VALUE '220000'.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

      *    Empleado en proceso.
           01  ID-ANULADO PIC 9(6) VALUE ZERO.
           01  ID-BUSCADO PIC 9(6).
           01  PAGADO-BANCO PIC 9(9)V99.
           01  PAGADO-CHEQUE PIC 9(9)V99.
           01  PAGADO-TOTAL PIC 9(9)V99.
           01  NETO-REGISTRO PIC S9(9)V99.
           01  RESULTADO-VIGENTE PIC X.
           01  MOTIVO-DIFERENCIA PIC X(24).

      *    Totales lado a lado.
           01  REG-CONTEO PIC 9(6) VALUE ZERO.
           01  REG-BRUTO PIC S9(11)V99 VALUE ZERO.
           01  REG-PATRONAL PIC S9(11)V99 VALUE ZERO.
           01  REG-NETO PIC S9(11)V99 VALUE ZERO.
           01  REG-COSTO PIC S9(11)V99 VALUE ZERO.
           01  BANCO-CONTEO PIC 9(6) VALUE ZERO.
           01  BANCO-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  BANCO-COLA-CONTEO PIC 9(6) VALUE ZERO.
           01  BANCO-PRENOTAS PIC 9(6) VALUE ZERO.
           01  BANCO-COLA-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  CHEQUES-CONTEO PIC 9(6) VALUE ZERO.
           01  CHEQUES-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  PAGADO-CONTEO PIC 9(6) VALUE ZERO.
           01  PAGADO-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  GL-CONTEO PIC 9(6) VALUE ZERO.
           01  GL-CARGOS PIC 9(11)V99 VALUE ZERO.
           01  GL-NETO PIC 9(11)V99 VALUE ZERO.
           01  GL-PERIODO PIC 9(6) VALUE ZERO.
           01  GL-GRUPO PIC X(4) VALUE SPACES.
           01  TOTAL-DIFERENCIAS PIC 9(6) VALUE ZERO.
           01  DIFERENCIA-IMPORTE PIC S9(11)V99.

           01  LINEA-TITULO.
               05  FILLER PIC X(32)
                   VALUE 'CONCILIACION DE NOMINA   GRUPO '.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE ' PERIODO '.
               05  TIT-PERIODO PIC 9(6).
               05  FILLER PIC X(14) VALUE '  FECHA PAGO '.
               05  TIT-FECHA-PAGO PIC 9(8).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(7) VALUE 'ID'.
               05  FILLER PIC X(25) VALUE 'DIFERENCIA'.
               05  FILLER PIC X(16) VALUE '   NETO REGISTRO'.
               05  FILLER PIC X(16) VALUE '           BANCO'.
               05  FILLER PIC X(16) VALUE '         CHEQUES'.

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MOTIVO PIC X(24).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-REGISTRO PIC -ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BANCO PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(2) VALUE SPACE.
               05  DET-CHEQUES PIC ZZZ,ZZZ,ZZ9.99.

           01  LINEA-COMPARA.
               05  CMP-CONCEPTO PIC X(30).
               05  CMP-CONTEO-A PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' | '.
               05  CMP-CONTEO-B PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-B PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  CMP-ESTADO PIC X(9).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-TOTALES-BANCO.
           PERFORM LEER-TOTALES-POLIZA.
           PERFORM ESCRIBIR-TITULO.
           PERFORM RECORRER-REGISTRO.
           PERFORM BUSCAR-PAGOS-SIN-RESULTADO.
           PERFORM BUSCAR-CHEQUES-SIN-RESULTADO.
           PERFORM ESCRIBIR-COMPARATIVO.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM REGISTRAR-CONTROL.
           DISPLAY 'Registro : ' REG-CONTEO ' empleados, neto '
               REG-NETO.
           DISPLAY 'Pagado   : ' PAGADO-CONTEO ' pagos, importe '
               PAGADO-IMPORTE.
           DISPLAY 'Poliza   : cargos ' GL-CARGOS ' contra costo '
               REG-COSTO.
           DISPLAY 'Diferencias: ' TOTAL-DIFERENCIAS
               ' Detalle en conciliacion_nomina.txt'.
      *    RC 4 = registro, pago y mayor no cuadran, para que el
      *    stream de cierre mensual no archive un periodo descuadrado.
           IF TOTAL-DIFERENCIAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS NOT = '00'
               DISPLAY 'No existe resultados_nomina.dat; corra '
                   'primero RECIBOS-NOMINA. STATUS ='
                   RESULTADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CHEQUES-ARCHIVO.
           IF CHEQUES-STATUS = '00'
               MOVE 'S' TO HAY-CHEQUES
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *    Primera lectura del archivo del banco: fecha de pago de la
      *    cabecera y totales del detalle contra los de la cola.
       LEER-TOTALES-BANCO.
           OPEN INPUT PAGOS-ARCHIVO.
           IF PAGOS-STATUS = '00'
               MOVE 'S' TO HAY-PAGOS
               MOVE 'N' TO FIN-PAGOS
               PERFORM UNTIL FIN-PAGOS = 'S'
                   READ PAGOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PAGOS
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PAG-CABECERA
                                   MOVE PAG-FECHA TO FECHA-PAGO
                               WHEN PAG-DETALLE
                                   ADD 1 TO BANCO-CONTEO
                                   ADD PAG-IMPORTE TO BANCO-IMPORTE
                                   IF PAG-ES-PRENOTA
                                       ADD 1 TO BANCO-PRENOTAS
                                   END-IF
                               WHEN PAG-COLA
                                   MOVE PAG-COLA-CONTEO
                                       TO BANCO-COLA-CONTEO
                                   MOVE PAG-COLA-IMPORTE
                                       TO BANCO-COLA-IMPORTE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: no existe pagos_banco.txt; todo el '
                   'neto queda sin pago bancario.'
           END-IF.
           CLOSE PAGOS-ARCHIVO.
           IF FECHA-PAGO = ZERO
               MOVE FECHA-HOY TO FECHA-PAGO
           END-IF.

      *    Cargos (gasto de sueldos y cuota patronal) y abono de
      *    nomina por pagar de la poliza del grupo y periodo.
       LEER-TOTALES-POLIZA.
           OPEN INPUT POLIZA-ARCHIVO.
           IF POLIZA-STATUS = '00'
               MOVE 'S' TO HAY-POLIZA
               MOVE 'N' TO FIN-POLIZA
               PERFORM UNTIL FIN-POLIZA = 'S'
                   READ POLIZA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-POLIZA
                       NOT AT END
                           PERFORM ACUMULAR-LINEA-POLIZA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: no existe poliza_contable.txt; corra '
                   'EXTRACTO-CONTABLE antes de conciliar.'
           END-IF.
           CLOSE POLIZA-ARCHIVO.

       ACUMULAR-LINEA-POLIZA.
           EVALUATE POL-TIPO
               WHEN 'H'
                   MOVE POL-PERIODO TO GL-PERIODO
                   MOVE POL-GRUPO TO GL-GRUPO
               WHEN 'D'
                   IF POL-CUENTA = CUENTA-SUELDOS OR
                           POL-CUENTA = CUENTA-PATRONAL
                       ADD 1 TO GL-CONTEO
                       ADD POL-IMPORTE TO GL-CARGOS
                   END-IF
               WHEN 'C'
                   IF POL-CUENTA = CUENTA-NETO-PAGAR
                       ADD POL-IMPORTE TO GL-NETO
                   END-IF
           END-EVALUATE.

       ESCRIBIR-TITULO.
           MOVE CRG-GRUPO TO TIT-GRUPO.
           MOVE CRG-PERIODO TO TIT-PERIODO.
           MOVE FECHA-PAGO TO TIT-FECHA-PAGO.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Recorrido del registro en orden de clave: la anulacion 'A'
      *    de un empleado y periodo llega antes que su regular 'R',
      *    asi que un recibo anulado se reconoce sin releer.
       RECORRER-REGISTRO.
           MOVE LOW-VALUES TO RES-CLAVE.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO
                   KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
           PERFORM UNTIL FIN-RESULTADOS = 'S'
               READ RESULTADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
                       IF RES-GRUPO = CRG-GRUPO AND
                               RES-PERIODO = CRG-PERIODO AND
                               RES-SECUENCIA = ZERO
                           IF RES-ANULACION
                               MOVE RES-EMPLEADOS-ID TO ID-ANULADO
                           END-IF
                           IF RES-REGULAR AND
                                   RES-EMPLEADOS-ID NOT = ID-ANULADO
                               PERFORM CONCILIAR-EMPLEADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONCILIAR-EMPLEADO.
           ADD 1 TO REG-CONTEO.
           ADD RES-BRUTO TO REG-BRUTO.
           ADD RES-PATRONAL TO REG-PATRONAL.
           ADD RES-NETO TO REG-NETO.
           MOVE RES-EMPLEADOS-ID TO ID-BUSCADO.
           MOVE RES-NETO TO NETO-REGISTRO.
           PERFORM SUMAR-PAGOS-EMPLEADO.
           PERFORM SUMAR-CHEQUES-EMPLEADO.
           COMPUTE PAGADO-TOTAL = PAGADO-BANCO + PAGADO-CHEQUE.
           IF PAGADO-TOTAL NOT = NETO-REGISTRO
               EVALUATE TRUE
                   WHEN PAGADO-TOTAL = ZERO
                       MOVE 'NETO SIN PAGO' TO MOTIVO-DIFERENCIA
                   WHEN PAGADO-BANCO > ZERO AND PAGADO-CHEQUE > ZERO
                       MOVE 'PAGADO POR BANCO Y CHEQUE'
                           TO MOTIVO-DIFERENCIA
                   WHEN OTHER
                       MOVE 'IMPORTE PAGADO DIFIERE'
                           TO MOTIVO-DIFERENCIA
               END-EVALUATE
               PERFORM ESCRIBIR-DIFERENCIA
           END-IF.

      *    Rebobina el archivo del banco por cada empleado (mismo
      *    recorrido completo que BUSCAR-ID-EN-SEQ en
      *    ReconciliarArchivos-13).
       SUMAR-PAGOS-EMPLEADO.
           MOVE ZERO TO PAGADO-BANCO.
           IF HAY-PAGOS = 'S'
               OPEN INPUT PAGOS-ARCHIVO
               MOVE 'N' TO FIN-PAGOS
               PERFORM UNTIL FIN-PAGOS = 'S'
                   READ PAGOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PAGOS
                       NOT AT END
                           IF PAG-DETALLE AND PAG-ID = ID-BUSCADO
                               ADD PAG-IMPORTE TO PAGADO-BANCO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-ARCHIVO
           END-IF.

      *    Cheques de la corrida: los de nomina cortados en la fecha
      *    de pago y no anulados (un reemitido cuenta por su
      *    original; el sustituto sale con la fecha en que se
      *    reemitio). Los de embargos van al juzgado, no al neto.
       SUMAR-CHEQUES-EMPLEADO.
           MOVE ZERO TO PAGADO-CHEQUE.
           IF HAY-CHEQUES = 'S'
               MOVE LOW-VALUES TO CHQ-NUMERO
               MOVE 'N' TO FIN-CHEQUES
               START CHEQUES-ARCHIVO KEY IS NOT LESS THAN CHQ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO FIN-CHEQUES
               END-START
               PERFORM UNTIL FIN-CHEQUES = 'S'
                   READ CHEQUES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-CHEQUES
                       NOT AT END
                           IF CHQ-EMPLEADOS-ID = ID-BUSCADO AND
                                   CHQ-FECHA = FECHA-PAGO AND
                                   NOT CHEQUE-ANULADO AND
                                   CHEQUE-NOMINA
                               ADD CHQ-IMPORTE TO PAGADO-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Segunda pasada: cada detalle del banco debe tener un
      *    resultado regular vigente del grupo y periodo.
       BUSCAR-PAGOS-SIN-RESULTADO.
           IF HAY-PAGOS = 'S'
               OPEN INPUT PAGOS-ARCHIVO
               MOVE 'N' TO FIN-PAGOS
               PERFORM UNTIL FIN-PAGOS = 'S'
                   READ PAGOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PAGOS
                       NOT AT END
                           IF PAG-DETALLE
                               MOVE PAG-ID TO ID-BUSCADO
                               PERFORM VERIFICAR-RESULTADO
                               IF RESULTADO-VIGENTE = 'N'
                                   MOVE ZERO TO NETO-REGISTRO
                                   MOVE PAG-IMPORTE TO PAGADO-BANCO
                                   MOVE ZERO TO PAGADO-CHEQUE
                                   MOVE 'BANCO SIN RESULTADO'
                                       TO MOTIVO-DIFERENCIA
                                   PERFORM ESCRIBIR-DIFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-ARCHIVO
           END-IF.

       BUSCAR-CHEQUES-SIN-RESULTADO.
           IF HAY-CHEQUES = 'S'
               MOVE LOW-VALUES TO CHQ-NUMERO
               MOVE 'N' TO FIN-CHEQUES
               START CHEQUES-ARCHIVO KEY IS NOT LESS THAN CHQ-NUMERO
                   INVALID KEY
                       MOVE 'S' TO FIN-CHEQUES
               END-START
               PERFORM UNTIL FIN-CHEQUES = 'S'
                   READ CHEQUES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-CHEQUES
                       NOT AT END
                           IF CHQ-FECHA = FECHA-PAGO AND
                                   NOT CHEQUE-ANULADO AND
                                   CHEQUE-NOMINA
                               ADD 1 TO CHEQUES-CONTEO
                               ADD CHQ-IMPORTE TO CHEQUES-IMPORTE
                               MOVE CHQ-EMPLEADOS-ID TO ID-BUSCADO
                               PERFORM VERIFICAR-RESULTADO
                               IF RESULTADO-VIGENTE = 'N'
                                   MOVE ZERO TO NETO-REGISTRO
                                   MOVE ZERO TO PAGADO-BANCO
                                   MOVE CHQ-IMPORTE TO PAGADO-CHEQUE
                                   MOVE 'CHEQUE SIN RESULTADO'
                                       TO MOTIVO-DIFERENCIA
                                   PERFORM ESCRIBIR-DIFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    Resultado regular del grupo y periodo sin anulacion.
       VERIFICAR-RESULTADO.
           MOVE 'N' TO RESULTADO-VIGENTE.
           MOVE ID-BUSCADO TO RES-EMPLEADOS-ID.
           MOVE CRG-PERIODO TO RES-PERIODO.
           MOVE 'R' TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RES-GRUPO = CRG-GRUPO
                       MOVE 'S' TO RESULTADO-VIGENTE
                   END-IF
           END-READ.
           IF RESULTADO-VIGENTE = 'S'
               MOVE ID-BUSCADO TO RES-EMPLEADOS-ID
               MOVE CRG-PERIODO TO RES-PERIODO
               MOVE 'A' TO RES-TIPO
               MOVE ZERO TO RES-SECUENCIA
               READ RESULTADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO RESULTADO-VIGENTE
               END-READ
           END-IF.

       ESCRIBIR-DIFERENCIA.
           ADD 1 TO TOTAL-DIFERENCIAS.
           MOVE ID-BUSCADO TO DET-ID.
           MOVE MOTIVO-DIFERENCIA TO DET-MOTIVO.
           MOVE NETO-REGISTRO TO DET-REGISTRO.
           MOVE PAGADO-BANCO TO DET-BANCO.
           MOVE PAGADO-CHEQUE TO DET-CHEQUES.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Conteos e importes lado a lado; cada renglon descuadrado
      *    tambien cuenta como diferencia.
       ESCRIBIR-COMPARATIVO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'REGISTRO CONTRA PAGADO / MAYOR' TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *    Las prenotas van en el detalle y la cola del banco, pero
      *    esa persona cobro con cheque: no cuentan como pago.
           COMPUTE PAGADO-CONTEO =
               BANCO-CONTEO - BANCO-PRENOTAS + CHEQUES-CONTEO.
           COMPUTE PAGADO-IMPORTE = BANCO-IMPORTE + CHEQUES-IMPORTE.
           MOVE 'Neto registro | banco+cheques' TO CMP-CONCEPTO.
           MOVE REG-CONTEO TO CMP-CONTEO-A.
           MOVE REG-NETO TO CMP-IMPORTE-A.
           MOVE PAGADO-CONTEO TO CMP-CONTEO-B.
           MOVE PAGADO-IMPORTE TO CMP-IMPORTE-B.
           MOVE REG-NETO TO DIFERENCIA-IMPORTE.
           IF REG-CONTEO = PAGADO-CONTEO AND
                   DIFERENCIA-IMPORTE = PAGADO-IMPORTE
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           MOVE 'Detalle banco | cola banco' TO CMP-CONCEPTO.
           MOVE BANCO-CONTEO TO CMP-CONTEO-A.
           MOVE BANCO-IMPORTE TO CMP-IMPORTE-A.
           MOVE BANCO-COLA-CONTEO TO CMP-CONTEO-B.
           MOVE BANCO-COLA-IMPORTE TO CMP-IMPORTE-B.
           IF BANCO-CONTEO = BANCO-COLA-CONTEO AND
                   BANCO-IMPORTE = BANCO-COLA-IMPORTE
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           MOVE 'Cheques de la fecha de pago' TO CMP-CONCEPTO.
           MOVE CHEQUES-CONTEO TO CMP-CONTEO-A.
           MOVE CHEQUES-IMPORTE TO CMP-IMPORTE-A.
           MOVE ZERO TO CMP-CONTEO-B.
           MOVE ZERO TO CMP-IMPORTE-B.
           MOVE SPACES TO CMP-ESTADO.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           COMPUTE REG-COSTO = REG-BRUTO + REG-PATRONAL.
           MOVE 'Bruto+patronal | cargos GL' TO CMP-CONCEPTO.
           MOVE REG-CONTEO TO CMP-CONTEO-A.
           MOVE REG-COSTO TO CMP-IMPORTE-A.
           MOVE GL-CONTEO TO CMP-CONTEO-B.
           MOVE GL-CARGOS TO CMP-IMPORTE-B.
           MOVE REG-COSTO TO DIFERENCIA-IMPORTE.
           IF DIFERENCIA-IMPORTE = GL-CARGOS
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           MOVE 'Neto registro | abono GL' TO CMP-CONCEPTO.
           MOVE REG-CONTEO TO CMP-CONTEO-A.
           MOVE REG-NETO TO CMP-IMPORTE-A.
           MOVE ZERO TO CMP-CONTEO-B.
           MOVE GL-NETO TO CMP-IMPORTE-B.
           MOVE REG-NETO TO DIFERENCIA-IMPORTE.
           IF DIFERENCIA-IMPORTE = GL-NETO
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           IF HAY-POLIZA = 'S' AND
                   (GL-PERIODO NOT = CRG-PERIODO OR
                    GL-GRUPO NOT = CRG-GRUPO)
               MOVE SPACES TO LINEA-REPORTE
               STRING 'La poliza es del grupo [' GL-GRUPO
                      '] periodo ' GL-PERIODO
                      ', no del que se concilia.'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING 'TOTAL DIFERENCIAS: ' TOTAL-DIFERENCIAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-RENGLON-COMPARA.
           MOVE LINEA-COMPARA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REGISTRAR-CONTROL.
           OPEN EXTEND CONCILIACION-CONTROL.
           IF CONTROL-STATUS = '00' OR CONTROL-STATUS = '05'
               MOVE FECHA-HOY TO CCN-FECHA
               MOVE CRG-GRUPO TO CCN-GRUPO
               MOVE CRG-PERIODO TO CCN-PERIODO
               MOVE REG-CONTEO TO CCN-REG-CONTEO
               MOVE REG-NETO TO CCN-REG-NETO
               MOVE PAGADO-CONTEO TO CCN-PAGADO-CONTEO
               MOVE PAGADO-IMPORTE TO CCN-PAGADO-IMPORTE
               MOVE REG-COSTO TO CCN-REG-COSTO
               MOVE GL-CARGOS TO CCN-GL-CARGOS
               MOVE TOTAL-DIFERENCIAS TO CCN-DIFERENCIAS
               WRITE CONTROL-REGISTRO
           END-IF.
           CLOSE CONCILIACION-CONTROL.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'CONCILIACION-NOMINA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE REG-CONTEO TO RUN-LEIDOS
               MOVE PAGADO-CONTEO TO RUN-ESCRITOS
               MOVE TOTAL-DIFERENCIAS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM CONCILIACION-NOMINA.
