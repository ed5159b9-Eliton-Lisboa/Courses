      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesa al proveedor del plan de retiro del grupo y
      *          periodo ya cerrado (PERIODO-GRUPO, ultimo evento
      *          CIERRE): junta las aportaciones del empleado (clase
      *          'J') y el match de la empresa (clase 'M') que deja
      *          RecibosNomina-21 en movimientos_nomina.dat, de los
      *          resultados vigentes del grupo (sin los anulados), y
      *          arma por plan de plan_retiro.dat un lote en
      *          remesa_retiro.txt: cabecera con contrato, proveedor
      *          y cuenta, un detalle por empleado con su ID fiscal y
      *          los dos importes, y cola con conteo y totales. RC 4
      *          si algun movimiento trae un plan que ya no esta en el
      *          maestro.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-RETIRO.
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

      *    Detalle por resultado: 'J' aportacion del empleado y 'M'
      *    match de la empresa, con el plan en MOV-REFERENCIA.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT OPTIONAL PLAN-RETIRO-ARCHIVO
           ASSIGN TO 'plan_retiro.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-RETIRO-STATUS.

           SELECT REMESA-ARCHIVO
           ASSIGN TO 'remesa_retiro.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMESA-STATUS.

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
                   88  MOV-APORTE-RETIRO VALUE 'J'.
                   88  MOV-MATCH-RETIRO VALUE 'M'.
               05  MOV-REFERENCIA PIC X(12).
               05  MOV-IMPORTE PIC 9(9)V99.

       FD  PLAN-RETIRO-ARCHIVO.
           01  PLAN-RETIRO-REGISTRO.
               05  PLR-CODIGO PIC X(4).
               05  PLR-DESCRIPCION PIC X(30).
               05  PLR-ELECCION-MAXIMA PIC 9(3)V99.
               05  PLR-MATCH-TASA PIC 9(3)V99.
               05  PLR-MATCH-TOPE PIC 9(3)V99.
               05  PLR-VESTING-TIPO PIC X.
               05  PLR-VESTING-ANOS PIC 99.
               05  PLR-ANTES-IMPUESTO PIC X.
               05  PLR-ELEGIBLE PIC X.
               05  PLR-PROVEEDOR PIC X(30).
               05  PLR-CODIGO-BANCO PIC X(8).
               05  PLR-CUENTA PIC X(20).
               05  PLR-CONTRATO PIC X(15).

       FD  REMESA-ARCHIVO.
           01  LINEA-REMESA PIC X(100).

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
           01  PLAN-RETIRO-STATUS PIC XX.
           01  REMESA-STATUS PIC XX.
           01  FIN-MOVIMIENTOS PIC X.
           01  FIN-PLANES PIC X.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

           01  MAXIMO-PLANES PIC 99 VALUE 20.
           01  TOTAL-PLANES PIC 99 VALUE ZERO.
           01  INDICE-PLAN PIC 99.
           01  PLAN-HALLADO PIC 99.
           01  TABLA-PLANES.
               05  PLAN-ENTRADA OCCURS 20 TIMES.
                   10  TPL-CODIGO PIC X(4).
                   10  TPL-PROVEEDOR PIC X(30).
                   10  TPL-CODIGO-BANCO PIC X(8).
                   10  TPL-CUENTA PIC X(20).
                   10  TPL-CONTRATO PIC X(15).
                   10  TPL-EMPLEADOS PIC 9(6).
                   10  TPL-APORTE PIC 9(11)V99.
                   10  TPL-MATCH PIC 9(11)V99.

      *    Un renglon por empleado y plan: las lineas 'J' y 'M' de
      *    la corrida regular y de las extraordinarias se juntan.
           01  MAXIMO-APORTES PIC 9(4) VALUE 3000.
           01  TOTAL-APORTES PIC 9(4) VALUE ZERO.
           01  INDICE-APORTE PIC 9(4).
           01  APORTE-HALLADO PIC 9(4).
           01  TABLA-APORTES.
               05  APORTE-ENTRADA OCCURS 3000 TIMES.
                   10  TAP-EMPLEADOS-ID PIC 9(6).
                   10  TAP-PLAN-IDX PIC 99.
                   10  TAP-APORTE PIC 9(9)V99.
                   10  TAP-MATCH PIC 9(9)V99.

      *    Resultado del movimiento en proceso.
           01  CLAVE-VALIDADA PIC X(16) VALUE LOW-VALUES.
           01  RESULTADO-VIGENTE PIC X.
           01  RESULTADO-ANULADO PIC X.

      *    Totales de control.
           01  MOVIMIENTOS-LEIDOS PIC 9(6) VALUE ZERO.
           01  MOVIMIENTOS-ANULADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-PLAN PIC 9(6) VALUE ZERO.
           01  LOTES-ESCRITOS PIC 9(3) VALUE ZERO.
           01  DETALLES-ESCRITOS PIC 9(6) VALUE ZERO.
           01  TOTAL-APORTE PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-MATCH PIC 9(11)V99 VALUE ZERO.

      *    Layout del lote por plan para el proveedor.
           01  LINEA-RR-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  RRC-PLAN PIC X(4).
               05  RRC-CONTRATO PIC X(15).
               05  RRC-PROVEEDOR PIC X(30).
               05  RRC-CODIGO-BANCO PIC X(8).
               05  RRC-CUENTA PIC X(20).
               05  RRC-PERIODO PIC 9(6).
               05  RRC-FECHA PIC 9(8).

           01  LINEA-RR-DETALLE.
               05  FILLER PIC X VALUE 'D'.
               05  RRD-ID PIC 9(6).
               05  RRD-ID-FISCAL PIC X(15).
               05  RRD-NOMBRE PIC X(40).
               05  RRD-APORTE PIC 9(9)V99.
               05  RRD-MATCH PIC 9(9)V99.

           01  LINEA-RR-COLA.
               05  FILLER PIC X VALUE 'T'.
               05  RRT-CONTEO PIC 9(6).
               05  RRT-APORTE PIC 9(11)V99.
               05  RRT-MATCH PIC 9(11)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Como la remesa de impuestos: se manda lo del periodo
      *    cerrado, cuando ya no cambian los resultados.
           IF CRG-ULTIMO-EVENTO NOT = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] no esta cerrado; cierrelo con '
                   'PERIODOS-NOMINA antes de la remesa.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-PLANES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-MOVIMIENTOS.
           PERFORM ESCRIBIR-LOTES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Remesa retiro: ' LOTES-ESCRITOS ' planes, '
               DETALLES-ESCRITOS ' empleados en remesa_retiro.txt'.
           DISPLAY 'Aportacion empleado: ' TOTAL-APORTE
               '  Match empresa: ' TOTAL-MATCH.
           DISPLAY 'Movimientos: ' MOVIMIENTOS-LEIDOS
               '  anulados: ' MOVIMIENTOS-ANULADOS
               '  sin plan: ' TOTAL-SIN-PLAN.
      *    RC 4 = quedaron aportaciones sin proveedor a quien mandar.
           IF TOTAL-SIN-PLAN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       CARGAR-PLANES.
           OPEN INPUT PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS = '05' OR PLAN-RETIRO-STATUS = '35'
               CLOSE PLAN-RETIRO-ARCHIVO
               DISPLAY 'Aviso: no existe plan_retiro.dat; la remesa '
                   'sale vacia.'
           ELSE
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLAN-RETIRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           PERFORM ANOTAR-PLAN
                   END-READ
               END-PERFORM
               CLOSE PLAN-RETIRO-ARCHIVO
           END-IF.

       ANOTAR-PLAN.
           IF TOTAL-PLANES < MAXIMO-PLANES
               ADD 1 TO TOTAL-PLANES
               MOVE PLR-CODIGO TO TPL-CODIGO(TOTAL-PLANES)
               MOVE PLR-PROVEEDOR TO TPL-PROVEEDOR(TOTAL-PLANES)
               MOVE PLR-CODIGO-BANCO TO TPL-CODIGO-BANCO(TOTAL-PLANES)
               MOVE PLR-CUENTA TO TPL-CUENTA(TOTAL-PLANES)
               MOVE PLR-CONTRATO TO TPL-CONTRATO(TOTAL-PLANES)
               MOVE ZERO TO TPL-EMPLEADOS(TOTAL-PLANES)
               MOVE ZERO TO TPL-APORTE(TOTAL-PLANES)
               MOVE ZERO TO TPL-MATCH(TOTAL-PLANES)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-PLANES
                   ' planes; ' PLR-CODIGO ' queda fuera.'
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
           OPEN OUTPUT REMESA-ARCHIVO.
           IF REMESA-STATUS NOT = '00'
               DISPLAY 'Error de archivo REMESA. STATUS ='
                   REMESA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REMESA-ARCHIVO.

       RECORRER-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               DISPLAY 'Aviso: no existe movimientos_nomina.dat; no '
                   'hay aportaciones que remesar.'
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           IF MOV-PERIODO = CRG-PERIODO AND
                                   (MOV-TIPO = 'R' OR MOV-TIPO = 'E')
                                   AND (MOV-APORTE-RETIRO OR
                                   MOV-MATCH-RETIRO)
                               PERFORM PROCESAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMIENTOS-ARCHIVO.

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
                   PERFORM BUSCAR-PLAN
                   IF PLAN-HALLADO = ZERO
                       DISPLAY 'Aviso: el plan ' MOV-REFERENCIA
                           ' del ID ' MOV-EMPLEADOS-ID
                           ' no esta en plan_retiro.dat.'
                       ADD 1 TO TOTAL-SIN-PLAN
                   ELSE
                       PERFORM ACUMULAR-APORTE
                   END-IF
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

       BUSCAR-PLAN.
           MOVE ZERO TO PLAN-HALLADO.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES OR
                       PLAN-HALLADO > ZERO
               IF TPL-CODIGO(INDICE-PLAN) = MOV-REFERENCIA(1:4)
                   MOVE INDICE-PLAN TO PLAN-HALLADO
               END-IF
           END-PERFORM.

       ACUMULAR-APORTE.
           MOVE ZERO TO APORTE-HALLADO.
           PERFORM VARYING INDICE-APORTE FROM 1 BY 1
                   UNTIL INDICE-APORTE > TOTAL-APORTES OR
                       APORTE-HALLADO > ZERO
               IF TAP-EMPLEADOS-ID(INDICE-APORTE) = MOV-EMPLEADOS-ID
                       AND TAP-PLAN-IDX(INDICE-APORTE) = PLAN-HALLADO
                   MOVE INDICE-APORTE TO APORTE-HALLADO
               END-IF
           END-PERFORM.
           IF APORTE-HALLADO = ZERO
               IF TOTAL-APORTES < MAXIMO-APORTES
                   ADD 1 TO TOTAL-APORTES
                   MOVE TOTAL-APORTES TO APORTE-HALLADO
                   MOVE MOV-EMPLEADOS-ID
                       TO TAP-EMPLEADOS-ID(APORTE-HALLADO)
                   MOVE PLAN-HALLADO TO TAP-PLAN-IDX(APORTE-HALLADO)
                   MOVE ZERO TO TAP-APORTE(APORTE-HALLADO)
                   MOVE ZERO TO TAP-MATCH(APORTE-HALLADO)
                   ADD 1 TO TPL-EMPLEADOS(PLAN-HALLADO)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-APORTES
                       ' empleados; el ID ' MOV-EMPLEADOS-ID
                       ' queda fuera.'
                   ADD 1 TO TOTAL-SIN-PLAN
               END-IF
           END-IF.
           IF APORTE-HALLADO > ZERO
               IF MOV-APORTE-RETIRO
                   ADD MOV-IMPORTE TO TAP-APORTE(APORTE-HALLADO)
                   ADD MOV-IMPORTE TO TPL-APORTE(PLAN-HALLADO)
                   ADD MOV-IMPORTE TO TOTAL-APORTE
               ELSE
                   ADD MOV-IMPORTE TO TAP-MATCH(APORTE-HALLADO)
                   ADD MOV-IMPORTE TO TPL-MATCH(PLAN-HALLADO)
                   ADD MOV-IMPORTE TO TOTAL-MATCH
               END-IF
           END-IF.

      *    Un lote por plan con aportaciones, fechado al corte del
      *    periodo.
       ESCRIBIR-LOTES.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES
               IF TPL-EMPLEADOS(INDICE-PLAN) > ZERO
                   PERFORM ESCRIBIR-LOTE-PLAN
               END-IF
           END-PERFORM.

       ESCRIBIR-LOTE-PLAN.
           MOVE TPL-CODIGO(INDICE-PLAN) TO RRC-PLAN.
           MOVE TPL-CONTRATO(INDICE-PLAN) TO RRC-CONTRATO.
           MOVE TPL-PROVEEDOR(INDICE-PLAN) TO RRC-PROVEEDOR.
           MOVE TPL-CODIGO-BANCO(INDICE-PLAN) TO RRC-CODIGO-BANCO.
           MOVE TPL-CUENTA(INDICE-PLAN) TO RRC-CUENTA.
           MOVE CRG-PERIODO TO RRC-PERIODO.
           MOVE CRG-FECHA-CORTE TO RRC-FECHA.
           MOVE LINEA-RR-CABECERA TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           PERFORM VARYING INDICE-APORTE FROM 1 BY 1
                   UNTIL INDICE-APORTE > TOTAL-APORTES
               IF TAP-PLAN-IDX(INDICE-APORTE) = INDICE-PLAN
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-PERFORM.
           MOVE TPL-EMPLEADOS(INDICE-PLAN) TO RRT-CONTEO.
           MOVE TPL-APORTE(INDICE-PLAN) TO RRT-APORTE.
           MOVE TPL-MATCH(INDICE-PLAN) TO RRT-MATCH.
           MOVE LINEA-RR-COLA TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           ADD 1 TO LOTES-ESCRITOS.

       ESCRIBIR-DETALLE.
           MOVE TAP-EMPLEADOS-ID(INDICE-APORTE) TO RRD-ID.
           MOVE TAP-EMPLEADOS-ID(INDICE-APORTE) TO EMPLEADOS-ID.
           MOVE SPACES TO RRD-ID-FISCAL.
           MOVE SPACES TO RRD-NOMBRE.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE '(no esta en el maestro)' TO RRD-NOMBRE
               NOT INVALID KEY
                   MOVE EMPLEADOS-ID-FISCAL TO RRD-ID-FISCAL
                   STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          EMPLEADOS-APELLIDOS DELIMITED BY '  '
                       INTO RRD-NOMBRE
           END-READ.
           MOVE TAP-APORTE(INDICE-APORTE) TO RRD-APORTE.
           MOVE TAP-MATCH(INDICE-APORTE) TO RRD-MATCH.
           MOVE LINEA-RR-DETALLE TO LINEA-REMESA.
           WRITE LINEA-REMESA.
           ADD 1 TO DETALLES-ESCRITOS.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REMESA-RETIRO' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE MOVIMIENTOS-LEIDOS TO RUN-LEIDOS
               MOVE DETALLES-ESCRITOS TO RUN-ESCRITOS
               MOVE TOTAL-SIN-PLAN TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM REMESA-RETIRO.
