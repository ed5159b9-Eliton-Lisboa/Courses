      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nomina extraordinaria (fuera de ciclo) para pagos
      *          sueltos y correcciones, sin reabrir el periodo en
      *          PeriodosNomina-23 ni tocar sus eventos CORRIDA /
      *          CIERRE. Toma la lista de nomina_extra.dat (ID,
      *          codigo de percepcion y monto; varias lineas seguidas
      *          del mismo ID forman un solo recibo) y los finiquitos
      *          de finiquitos.dat que aun no se pagan, calcula el
      *          bruto-a-neto de solo esas personas y deja: recibos en
      *          recibos_extra.txt, resultados tipo 'E' en
      *          resultados_nomina.dat, abonos marcados como
      *          extraordinarios en ytd.dat, su propio archivo de
      *          banco (pagos_extra.txt), cheques en el registro de
      *          cheques (caras en cheques_extra.txt) y su propia
      *          poliza contable (poliza_extra.txt). Al terminar la
      *          lista se vacia (mismo criterio que DrenarCola-48) y
      *          los finiquitos pagados quedan anotados, para que una
      *          segunda corrida no pague dos veces lo mismo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA-EXTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Maestro indexado que mantiene RegistrosIndexados-05; aqui
      *    se lee al azar por el ID de cada recibo.
           COPY 'Archivo-fisico.cbl'.

      *    Lista de pagos sueltos capturada por nomina: una linea por
      *    concepto (ID, codigo de percepciones.dat y monto).
           SELECT OPTIONAL EXTRA-ARCHIVO
           ASSIGN TO 'nomina_extra.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTRA-STATUS.

      *    Finiquitos calculados al dar de baja (RegistrosIndexados-05)
      *    y la lista de los ya pagados por esta corrida.
           SELECT OPTIONAL FINIQUITOS-ARCHIVO
           ASSIGN TO 'finiquitos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINIQUITOS-STATUS.

           SELECT OPTIONAL FINIQ-PAGADOS-ARCHIVO
           ASSIGN TO 'finiquitos_pagados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINIQ-PAGADOS-STATUS.

      *    Maestros de percepciones, deducciones y tramos de impuesto
      *    (los mismos que usa RecibosNomina-21).
           SELECT OPTIONAL PERCEPCIONES-ARCHIVO
           ASSIGN TO 'percepciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERCEPCIONES-STATUS.

           SELECT OPTIONAL DEDUCCIONES-ARCHIVO
           ASSIGN TO 'deducciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDUCCIONES-STATUS.

           SELECT OPTIONAL TABLAS-ARCHIVO
           ASSIGN TO 'tablas_impuesto.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TABLAS-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): pais y region del
      *    edificio donde trabaja la persona, para los impuestos
      *    regionales (metodo 'R').
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

      *    Prestamos (PrestamosMaster-69): el saldo que el finiquito
      *    ya desconto se rebaja aqui al pagarlo.
           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO 'prestamos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRE-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PRESTAMOS-STATUS.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

      *    Detalle de lo consumido por cada recibo (mismo archivo que
      *    escribe RecibosNomina-21), para AnularRecibo-105.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT OPTIONAL BANCO-ARCHIVO
           ASSIGN TO 'banco.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS BANCO-STATUS.

           SELECT OPTIONAL CHEQUES-ARCHIVO
           ASSIGN TO 'cheques_registro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CHEQUES-STATUS.

           SELECT CHEQUES-IMPRESOS
           ASSIGN TO 'cheques_extra.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHEQUES-IMP-STATUS.

           SELECT RECIBOS-ARCHIVO
           ASSIGN TO 'recibos_extra.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECIBOS-STATUS.

           SELECT PAGOS-ARCHIVO
           ASSIGN TO 'pagos_extra.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT POLIZA-ARCHIVO
           ASSIGN TO 'poliza_extra.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLIZA-STATUS.

           SELECT RECHAZOS-ARCHIVO
           ASSIGN TO 'nomina_extra_rechazos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECHAZOS-STATUS.

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

       FD  EXTRA-ARCHIVO.
           01  EXTRA-REGISTRO.
               05  EXT-EMPLEADOS-ID PIC 9(6).
               05  EXT-CODIGO PIC X(4).
               05  EXT-MONTO PIC 9(7)V99.
      *            Cero = se toma el valor del maestro de percepciones
      *            (monto fijo o porcentaje del salario mensual).

       FD  FINIQUITOS-ARCHIVO.
           01  FINIQUITOS-REGISTRO.
               05  FIN-EMPLEADOS-ID PIC 9(6).
               05  FIN-FECHA-BAJA PIC 9(8).
               05  FIN-PRORRATA PIC 9(7)V99.
               05  FIN-VACACIONES PIC 9(7)V99.
               05  FIN-TOTAL PIC 9(7)V99.

       FD  FINIQ-PAGADOS-ARCHIVO.
           01  FINIQ-PAGADOS-REGISTRO.
               05  FPG-EMPLEADOS-ID PIC 9(6).
               05  FPG-FECHA-BAJA PIC 9(8).
               05  FPG-FECHA-PAGO PIC 9(8).

       FD  PERCEPCIONES-ARCHIVO.
           01  PERCEPCIONES-REGISTRO.
               05  PER-CODIGO PIC X(4).
               05  PER-DESCRIPCION PIC X(30).
               05  PER-METODO PIC X.
                   88  PER-METODO-PORCENTAJE VALUE 'P'.
                   88  PER-METODO-FIJO VALUE 'F'.
               05  PER-VALOR PIC 9(7)V99.
               05  PER-GRAVABLE PIC X.
                   88  PER-ES-GRAVABLE VALUE 'S'.

       FD  DEDUCCIONES-ARCHIVO.
           01  DEDUCCIONES-REGISTRO.
               05  DEDUCCIONES-CODIGO PIC X(4).
               05  DEDUCCIONES-DESCRIPCION PIC X(30).
               05  DEDUCCIONES-METODO PIC X.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
               05  DEDUCCIONES-APLICA PIC X.
                   88  APLICA-PERMANENTE VALUE 'P' 'A'.
                   88  APLICA-CONTRATISTA VALUE 'C' 'A'.
               05  DEDUCCIONES-CLASE PIC X.
      *            Blanco (lineas viejas) = estatutaria.
                   88  CLASE-ESTATUTARIA VALUE 'E' ' '.
                   88  CLASE-VOLUNTARIA VALUE 'V'.
                   88  CLASE-PATRONAL VALUE 'C'.

       FD  TABLAS-ARCHIVO.
           01  TABLAS-REGISTRO.
               05  TAB-PAIS PIC X(2).
               05  TAB-ANO PIC 9(4).
               05  TAB-PISO PIC 9(9)V99.
               05  TAB-TASA PIC 9(3)V99.
               05  TAB-CUOTA PIC 9(7)V99.
               05  TAB-REGION PIC X(10).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  PRESTAMOS-ARCHIVO.
           01  PRESTAMOS-REGISTRO.
               05  PRE-EMPLEADOS-ID PIC 9(6).
               05  PRE-PRINCIPAL PIC 9(9)V99.
               05  PRE-FECHA-OTORGADO PIC 9(8).
               05  PRE-CUOTA PIC 9(7)V99.
               05  PRE-SALDO PIC 9(9)V99.

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

       FD  YTD-ARCHIVO.
           01  YTD-REGISTRO.
               05  YTD-CLAVE.
                   10  YTD-EMPLEADOS-ID PIC 9(6).
                   10  YTD-ANO PIC 9(4).
               05  YTD-ULTIMO-PERIODO PIC 9(6).
               05  YTD-BRUTO PIC S9(11)V99.
               05  YTD-DEDUCCIONES PIC S9(11)V99.
               05  YTD-NETO PIC S9(11)V99.
               05  YTD-CODIGOS.
                   10  YTD-COD-ENTRADA OCCURS 12 TIMES.
                       15  YTD-COD-CODIGO PIC X(4).
                       15  YTD-COD-MONTO PIC S9(11)V99.
               05  YTD-EXTRA-BRUTO PIC S9(11)V99.
               05  YTD-EXTRA-NETO PIC S9(11)V99.
      *            Parte del bruto y del neto del ano pagada en
      *            nomina extraordinaria; ya va incluida en YTD-BRUTO
      *            y YTD-NETO.
               05  YTD-GRAVABLE PIC S9(11)V99.
      *            Base gravable del ano (bruto menos lo no gravable),
      *            para la declaracion informativa anual.

       FD  MOVIMIENTOS-ARCHIVO.
           01  MOVIMIENTOS-REGISTRO.
               05  MOV-CLAVE.
      *            Misma clave que el resultado que lo origino.
                   10  MOV-EMPLEADOS-ID PIC 9(6).
                   10  MOV-PERIODO PIC 9(6).
                   10  MOV-TIPO PIC X.
                   10  MOV-SECUENCIA PIC 9(3).
               05  MOV-CLASE PIC X.
                   88  MOV-PRESTAMO VALUE 'P'.
                   88  MOV-EMBARGO VALUE 'E'.
                   88  MOV-ATRASO-RECUPERADO VALUE 'R'.
                   88  MOV-ATRASO-DIFERIDO VALUE 'D'.
                   88  MOV-CODIGO-YTD VALUE 'Y'.
                   88  MOV-CUOTA-PATRONAL VALUE 'C'.
                   88  MOV-BASE-GRAVABLE VALUE 'G'.
               05  MOV-REFERENCIA PIC X(12).
      *            Orden de embargo, o codigo del atraso / del YTD.
               05  MOV-IMPORTE PIC 9(9)V99.

       FD  BANCO-ARCHIVO.
           01  BANCO-REGISTRO.
               05  BANCO-EMPLEADOS-ID PIC 9(6).
               05  BANCO-NOMBRE-BANCO PIC X(20).
               05  BANCO-CODIGO-BANCO PIC X(8).
               05  BANCO-CUENTA PIC X(20).
               05  BANCO-ESTADO PIC X.
                   88  BANCO-CUENTA-ACTIVA VALUE 'A' ' '.
                   88  BANCO-CUENTA-FALLIDA VALUE 'F'.
                   88  BANCO-CUENTA-PRENOTA VALUE 'P'.
               05  BANCO-PEND-NOMBRE PIC X(20).
               05  BANCO-PEND-CODIGO PIC X(8).
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

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

       FD  RECIBOS-ARCHIVO.
           01  LINEA-RECIBO PIC X(80).

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO PIC X(80).

       FD  POLIZA-ARCHIVO.
           01  LINEA-POLIZA PIC X(60).

       FD  RECHAZOS-ARCHIVO.
           01  LINEA-RECHAZO PIC X(80).

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
           01  EXTRA-STATUS PIC XX.
           01  FINIQUITOS-STATUS PIC XX.
           01  FINIQ-PAGADOS-STATUS PIC XX.
           01  PERCEPCIONES-STATUS PIC XX.
           01  DEDUCCIONES-STATUS PIC XX.
           01  TABLAS-STATUS PIC XX.
           01  PRESTAMOS-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  YTD-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  BANCO-STATUS PIC XX.
           01  CHEQUES-STATUS PIC XX.
           01  CHEQUES-IMP-STATUS PIC XX.
           01  RECIBOS-STATUS PIC XX.
           01  PAGOS-STATUS PIC XX.
           01  POLIZA-STATUS PIC XX.
           01  RECHAZOS-STATUS PIC XX.
           01  GUARDIA-PROGRAMA PIC X(20).
           01  GUARDIA-RESULTADO PIC X.

           01  FIN-EXTRA PIC X VALUE '1'.
           01  FIN-FINIQUITOS PIC X.
           01  FIN-FINIQ-PAGADOS PIC X.
           01  FIN-PERCEPCIONES PIC X.
           01  FIN-DEDUCCIONES PIC X.
           01  FIN-TABLAS PIC X.
           01  FIN-RESULTADOS PIC X.
           01  FIN-CHEQUES PIC X.
           01  HAY-DEDUCCIONES PIC X VALUE 'N'.
           01  HAY-PRESTAMOS PIC X VALUE 'N'.
           01  HAY-BANCO PIC X VALUE 'N'.
           01  EMPLEADO-HALLADO PIC X.
           01  PERCEPCION-HALLADA PIC X.
           01  FINIQUITO-PAGADO PIC X.
           01  BANCO-ENCONTRADO PIC X.
           01  YTD-EXISTE PIC X.
           01  RAZON-RECHAZO PIC X(40).

      *    La extraordinaria cae en el periodo AAAAMM de su fecha de
      *    pago; el ano de los acumulados es el de esa fecha.
           01  FECHA-HOY PIC 9(8).
           01  PERIODO-EXTRA PIC 9(6).
           01  ANO-ACTUAL PIC 9(4).
           01  ID-EN-CURSO PIC 9(6).
           01  SECUENCIA-EXTRA PIC 9(3).
           01  ORIGEN-RECIBO PIC X.
               88  ORIGEN-LISTA VALUE 'L'.
               88  ORIGEN-FINIQUITO VALUE 'F'.

      *    Conceptos del recibo en proceso (tabla chica, mismo
      *    criterio que TABLA-ORDENES en RecibosNomina-21).
           01  MAXIMO-CONCEPTOS PIC 99 VALUE 10.
           01  TOTAL-CONCEPTOS PIC 99.
           01  INDICE-CONCEPTO PIC 99.
           01  TABLA-CONCEPTOS.
               05  CONCEPTO-ENTRADA OCCURS 10 TIMES.
                   10  CON-CODIGO PIC X(4).
                   10  CON-DESCRIPCION PIC X(22).
                   10  CON-MONTO PIC 9(7)V99.
                   10  CON-GRAVABLE PIC X.
           01  MONTO-CONCEPTO PIC 9(7)V99.

      *    Descuentos del recibo por codigo, para abonarlos al YTD
      *    bajo su codigo (lo demas cae en OTRS, como en la regular).
           01  MAXIMO-CODIGOS PIC 99 VALUE 12.
           01  TOTAL-CODIGOS PIC 99.
           01  INDICE-COD PIC 99.
           01  CODIGO-HALLADO PIC X.
           01  TABLA-CODIGOS.
               05  CODIGO-ENTRADA OCCURS 12 TIMES.
                   10  EMP-COD-CODIGO PIC X(4).
                   10  EMP-COD-MONTO PIC 9(7)V99.
      *    Cuotas patronales del recibo por codigo (solo van a
      *    movimientos, para la remesa de impuestos).
           01  TOTAL-CUOTAS PIC 99.
           01  INDICE-CUOTA PIC 99.
           01  CUOTA-HALLADA PIC X.
           01  TABLA-CUOTAS-EMPLEADO.
               05  CUOTA-ENTRADA OCCURS 12 TIMES.
                   10  CUO-CODIGO PIC X(4).
                   10  CUO-MONTO PIC 9(7)V99.
           01  SUMA-CODIGOS PIC 9(9)V99.
           01  OTROS-EMPLEADO PIC 9(9)V99.
           01  INDICE-YTD PIC 99.
           01  YTD-COD-HALLADO PIC X.
           01  YTD-CODIGO-ABONAR PIC X(4).
           01  YTD-MONTO-ABONAR PIC 9(9)V99.

      *    Calculo del recibo.
           01  BRUTO-EMPLEADO PIC 9(7)V99.
           01  BRUTO-GRAVABLE PIC 9(7)V99.
           01  DEDUCCION-CALCULADA PIC 9(7)V99.
           01  DEDUCCIONES-EMPLEADO PIC 9(7)V99.
           01  PATRONAL-EMPLEADO PIC 9(7)V99.
           01  NETO-EMPLEADO PIC 9(7)V99.
           01  PRESTAMO-FINIQUITO PIC 9(7)V99.
           01  PRESTAMO-IMPORTE PIC 9(7)V99.
           01  PRESTAMO-DISPONIBLE PIC S9(9)V99.
           01  TRAMO-HALLADO PIC X.
           01  MEJOR-PISO PIC 9(9)V99.
           01  MEJOR-TASA PIC 9(3)V99.
           01  MEJOR-CUOTA PIC 9(7)V99.
      *    Jurisdiccion del tramo buscado: pais y region en blanco
      *    para el impuesto nacional ('T'); pais y region del sitio
      *    de trabajo, o del domicilio si no hay sitio, para el
      *    regional ('R').
           01  PAIS-IMPUESTO PIC X(2).
           01  REGION-IMPUESTO PIC X(10).
           01  SITIOS-STATUS PIC XX.
           01  FIN-SITIOS PIC X.
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).
                   10  TSI-REGION PIC X(10).

      *    Totales de la corrida.
           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECIBOS PIC 9(5) VALUE ZERO.
           01  TOTAL-RECHAZADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-FINIQUITOS PIC 9(5) VALUE ZERO.
           01  TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-DEDUCCIONES PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-PATRONAL PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-NETO PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-PAGOS PIC 9(6) VALUE ZERO.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-CHEQUES PIC 9(5) VALUE ZERO.
           01  CHEQUE-NUMERO-MAXIMO PIC 9(8) VALUE ZERO.

      *    Cargos de la poliza por departamento (mismo criterio que
      *    TABLA-DEPTOS en ExtractoContable-74, sin repartos: cada
      *    recibo carga entero al departamento del empleado).
           01  CUENTA-SUELDOS PIC X(6) VALUE '610000'.
           01  CUENTA-PATRONAL PIC X(6) VALUE '620000'.
           01  CUENTA-RETENCIONES PIC X(6) VALUE '210000'.
           01  CUENTA-NETO-PAGAR PIC X(6) VALUE '220000'.
           01  CUENTA-PROV-PATRONAL PIC X(6) VALUE '230000'.
           01  MAXIMO-DEPTOS PIC 9(3) VALUE 100.
           01  TOTAL-DEPTOS PIC 9(3) VALUE ZERO.
           01  INDICE-DEPTO PIC 9(3).
           01  DEPTO-HALLADO PIC X.
           01  TABLA-DEPTOS.
               05  DEPTO-ENTRADA OCCURS 100 TIMES.
                   10  DEP-CODIGO PIC X(4).
                   10  DEP-BRUTO PIC 9(11)V99.
                   10  DEP-PATRONAL PIC 9(11)V99.
           01  TOTAL-LINEAS PIC 9(5) VALUE ZERO.
           01  HASH-CONTROL PIC 9(13)V99 VALUE ZERO.

           01  LINEA-LOTE-CABECERA.
               05  FILLER PIC X(1) VALUE 'H'.
               05  LOT-FECHA PIC 9(8).
               05  LOT-PERIODO PIC 9(6).
               05  FILLER PIC X(8) VALUE 'EXTRAORD'.
               05  LOT-GRUPO PIC X(4) VALUE SPACES.

           01  LINEA-ASIENTO.
               05  ASI-TIPO PIC X.
      *            'D' = cargo, 'C' = abono
               05  ASI-CUENTA PIC X(6).
               05  ASI-DEPARTAMENTO PIC X(4).
               05  ASI-IMPORTE PIC 9(11)V99.
               05  ASI-CONCEPTO PIC X(20).

           01  LINEA-LOTE-COLA.
               05  FILLER PIC X(1) VALUE 'T'.
               05  LOT-LINEAS PIC 9(5).
               05  LOT-HASH PIC 9(13)V99.

      *    Archivo de banco: mismo layout general que pagos_banco.txt
      *    de PagosBanco-22, con 'EXTRAORD' en la cabecera.
           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'EXTRAORD'.

           01  LINEA-DETALLE.
               05  FILLER PIC X VALUE 'D'.
               05  DET-ID PIC 9(6).
               05  DET-CODIGO-BANCO PIC X(8).
               05  DET-CUENTA PIC X(20).
               05  DET-IMPORTE PIC 9(9)V99.
               05  DET-ID-FISCAL PIC X(15).

           01  LINEA-COLA.
               05  FILLER PIC X VALUE 'T'.
               05  COLA-CONTEO PIC 9(6).
               05  COLA-IMPORTE PIC 9(11)V99.

           01  LINEA-CHQ-MARCO PIC X(60) VALUE ALL '='.
           01  LINEA-CHQ-CABECERA.
               05  FILLER PIC X(8) VALUE 'CHEQUE  '.
               05  CHL-NUMERO PIC 9(8).
               05  FILLER PIC X(9) VALUE '  Fecha: '.
               05  CHL-FECHA PIC 9(8).
               05  FILLER PIC X(16) VALUE '  (extraordinar)'.
           01  LINEA-CHQ-BENEFICIARIO.
               05  FILLER PIC X(11) VALUE 'Paguese a: '.
               05  CHL-NOMBRE PIC X(25).
               05  CHL-APELLIDOS PIC X(30).
           01  LINEA-CHQ-IMPORTE.
               05  FILLER PIC X(11) VALUE 'La suma de '.
               05  CHL-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(6) VALUE '  ID: '.
               05  CHL-ID PIC 9(6).

      *    Recibo.
           01  LINEA-CABECERA-RECIBO.
               05  FILLER PIC X(8) VALUE 'EXTRA   '.
               05  REC-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  REC-NOMBRE PIC X(25).
               05  REC-APELLIDOS PIC X(30).
               05  FILLER PIC X(6) VALUE 'Depto '.
               05  REC-DEPARTAMENTO PIC X(4).

           01  LINEA-ORIGEN.
               05  FILLER PIC X(2) VALUE SPACES.
               05  ORI-TEXTO PIC X(30).
               05  FILLER PIC X(9) VALUE 'Periodo '.
               05  ORI-PERIODO PIC 9(6).
               05  FILLER PIC X(6) VALUE ' sec. '.
               05  ORI-SECUENCIA PIC 9(3).

           01  LINEA-PERCEPCION.
               05  FILLER PIC X(2) VALUE SPACES.
               05  PEL-CODIGO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  PEL-DESCRIPCION PIC X(22).
               05  FILLER PIC X(1) VALUE '+'.
               05  PEL-IMPORTE PIC ZZZ,ZZZ.99.

           01  LINEA-BRUTO.
               05  FILLER PIC X(30) VALUE '  Bruto extraordinario'.
               05  REC-BRUTO PIC ZZZ,ZZZ.99.

           01  LINEA-DEDUCCION.
               05  FILLER PIC X(2) VALUE SPACES.
               05  RED-CODIGO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  RED-DESCRIPCION PIC X(23).
               05  RED-IMPORTE PIC ZZZ,ZZZ.99.

           01  LINEA-PRESTAMO.
               05  FILLER PIC X(2) VALUE SPACES.
               05  FILLER PIC X(5) VALUE 'PRST '.
               05  PRL-TEXTO PIC X(13) VALUE 'Prestamo'.
               05  PRL-IMPORTE PIC ZZZ,ZZZ.99.
               05  FILLER PIC X(6) VALUE ' sdo= '.
               05  PRL-SALDO PIC ZZZ,ZZZ.99.

           01  LINEA-NETO.
               05  FILLER PIC X(30) VALUE '  Neto extraordinario'.
               05  REC-NETO PIC ZZZ,ZZZ.99.

           01  LINEA-SEPARADOR PIC X(70) VALUE ALL '-'.

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    Guardia de secuencia compartida (ChequeoPrevio-98).
           MOVE 'NOMINA-EXTRA' TO GUARDIA-PROGRAMA.
           CALL 'CHEQUEO-PREVIO' USING GUARDIA-PROGRAMA
               GUARDIA-RESULTADO.
           IF GUARDIA-RESULTADO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE FECHA-HOY(1:6) TO PERIODO-EXTRA.
           MOVE FECHA-HOY(1:4) TO ANO-ACTUAL.
           PERFORM CARGAR-SITIOS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-CABECERA-PAGOS.
           PERFORM LEER-EXTRA.
           PERFORM PROCESAR-LISTA UNTIL FIN-EXTRA = '0'.
           PERFORM PROCESAR-FINIQUITOS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM ESCRIBIR-COLA-PAGOS.
           PERFORM ESCRIBIR-POLIZA.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM VACIAR-LISTA.
           DISPLAY 'Recibos extraordinarios: ' TOTAL-RECIBOS
               ' (finiquitos: ' TOTAL-FINIQUITOS ')'.
           DISPLAY 'Rechazados              : ' TOTAL-RECHAZADOS
               ' Detalle en nomina_extra_rechazos.txt'.
           DISPLAY 'Pagos al banco          : ' TOTAL-PAGOS
               ' en pagos_extra.txt'.
           DISPLAY 'Cheques cortados        : ' TOTAL-CHEQUES
               ' (caras en cheques_extra.txt).'.
           DISPLAY 'Importe total           : ' TOTAL-IMPORTE.
           DISPLAY 'Poliza en poliza_extra.txt'.
      *    RC 4 = hubo lineas rechazadas (0 limpio, 8 error).
           IF TOTAL-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EXTRA-ARCHIVO.
           IF EXTRA-STATUS = '05' OR EXTRA-STATUS = '35'
               MOVE '0' TO FIN-EXTRA
           END-IF.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-STATUS = '00'
               MOVE 'S' TO HAY-DEDUCCIONES
           END-IF.
           CLOSE DEDUCCIONES-ARCHIVO.
           OPEN I-O PRESTAMOS-ARCHIVO.
           IF PRESTAMOS-STATUS = '00'
               MOVE 'S' TO HAY-PRESTAMOS
           END-IF.
           OPEN INPUT BANCO-ARCHIVO.
           IF BANCO-STATUS = '00'
               MOVE 'S' TO HAY-BANCO
           ELSE
               DISPLAY 'Aviso: no existe banco.dat; todo se paga con '
                   'cheque.'
           END-IF.
           OPEN I-O RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS = '35' OR RESULTADOS-STATUS = '05'
               OPEN OUTPUT RESULTADOS-ARCHIVO
               CLOSE RESULTADOS-ARCHIVO
               OPEN I-O RESULTADOS-ARCHIVO
           END-IF.
           IF RESULTADOS-STATUS NOT = '00' AND
                   RESULTADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo RESULTADOS. STATUS ='
                   RESULTADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O YTD-ARCHIVO.
           IF YTD-STATUS = '35' OR YTD-STATUS = '05'
               OPEN OUTPUT YTD-ARCHIVO
               CLOSE YTD-ARCHIVO
               OPEN I-O YTD-ARCHIVO
           END-IF.
           IF YTD-STATUS NOT = '00' AND YTD-STATUS NOT = '05'
               DISPLAY 'Error de archivo YTD-ARCHIVO. STATUS ='
                   YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = '00' AND
                   MOVIMIENTOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo MOVIMIENTOS. STATUS ='
                   MOVIMIENTOS-STATUS
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
           OPEN OUTPUT RECIBOS-ARCHIVO.
           IF RECIBOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo RECIBOS-ARCHIVO. STATUS ='
                   RECIBOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAGOS-ARCHIVO.
           IF PAGOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo PAGOS-ARCHIVO. STATUS ='
                   PAGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POLIZA-ARCHIVO.
           IF POLIZA-STATUS NOT = '00'
               DISPLAY 'Error de archivo POLIZA. STATUS ='
                   POLIZA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHAZOS-ARCHIVO.
           IF RECHAZOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo RECHAZOS. STATUS ='
                   RECHAZOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE EXTRA-ARCHIVO.
           CLOSE PRESTAMOS-ARCHIVO.
           CLOSE BANCO-ARCHIVO.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.
           CLOSE MOVIMIENTOS-ARCHIVO.
           CLOSE CHEQUES-ARCHIVO.
           CLOSE CHEQUES-IMPRESOS.
           CLOSE RECIBOS-ARCHIVO.
           CLOSE PAGOS-ARCHIVO.
           CLOSE POLIZA-ARCHIVO.
           CLOSE RECHAZOS-ARCHIVO.

      *    Mismo recorrido que OBTENER-NUMERO-MAXIMO-CHEQUE en
      *    PagosBanco-22: los cheques extraordinarios siguen la misma
      *    numeracion del registro.
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

       LEER-EXTRA.
           IF FIN-EXTRA NOT = '0'
               READ EXTRA-ARCHIVO
                   AT END
                       MOVE '0' TO FIN-EXTRA
               END-READ
           END-IF.

      *    Corte de control por ID: las lineas seguidas del mismo
      *    empleado se juntan en un solo recibo.
       PROCESAR-LISTA.
           MOVE EXT-EMPLEADOS-ID TO ID-EN-CURSO.
           MOVE 'L' TO ORIGEN-RECIBO.
           MOVE ZERO TO TOTAL-CONCEPTOS.
           MOVE ZERO TO PRESTAMO-FINIQUITO.
           PERFORM LEER-EMPLEADO.
           PERFORM ANOTAR-CONCEPTO-LISTA
               UNTIL FIN-EXTRA = '0' OR
                   EXT-EMPLEADOS-ID NOT = ID-EN-CURSO.
           IF TOTAL-CONCEPTOS > ZERO
               PERFORM PAGAR-RECIBO-EXTRA
           END-IF.

       ANOTAR-CONCEPTO-LISTA.
           ADD 1 TO TOTAL-LEIDOS.
           MOVE SPACES TO RAZON-RECHAZO.
           PERFORM BUSCAR-CODIGO-PERCEPCION.
           EVALUATE TRUE
               WHEN EMPLEADO-HALLADO = 'N'
                   MOVE 'ID no existe en el maestro' TO RAZON-RECHAZO
               WHEN PERCEPCION-HALLADA = 'N'
                   MOVE 'codigo sin registro en percepciones.dat'
                       TO RAZON-RECHAZO
               WHEN TOTAL-CONCEPTOS NOT < MAXIMO-CONCEPTOS
                   MOVE 'mas de 10 conceptos en el recibo'
                       TO RAZON-RECHAZO
               WHEN OTHER
                   IF EXT-MONTO NOT = ZERO
                       MOVE EXT-MONTO TO MONTO-CONCEPTO
                   ELSE
                       IF PER-METODO-PORCENTAJE
                           COMPUTE MONTO-CONCEPTO ROUNDED =
                               EMPLEADOS-SALARIO * PER-VALOR / 100
                       ELSE
                           MOVE PER-VALOR TO MONTO-CONCEPTO
                       END-IF
                   END-IF
                   IF MONTO-CONCEPTO = ZERO
                       MOVE 'monto en cero' TO RAZON-RECHAZO
                   ELSE
                       ADD 1 TO TOTAL-CONCEPTOS
                       MOVE EXT-CODIGO TO CON-CODIGO(TOTAL-CONCEPTOS)
                       MOVE PER-DESCRIPCION
                           TO CON-DESCRIPCION(TOTAL-CONCEPTOS)
                       MOVE MONTO-CONCEPTO TO CON-MONTO(TOTAL-CONCEPTOS)
                       MOVE PER-GRAVABLE
                           TO CON-GRAVABLE(TOTAL-CONCEPTOS)
                   END-IF
           END-EVALUATE.
           IF RAZON-RECHAZO NOT = SPACES
               ADD 1 TO TOTAL-RECHAZADOS
               MOVE SPACES TO LINEA-RECHAZO
               STRING 'RECHAZADO ID=' DELIMITED BY SIZE
                      EXT-EMPLEADOS-ID DELIMITED BY SIZE
                      ' codigo=' DELIMITED BY SIZE
                      EXT-CODIGO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      RAZON-RECHAZO DELIMITED BY SIZE
                   INTO LINEA-RECHAZO
               WRITE LINEA-RECHAZO
           END-IF.
           PERFORM LEER-EXTRA.

       LEER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-HALLADO.
           MOVE ID-EN-CURSO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO EMPLEADO-HALLADO
           END-READ.

      *    Rebobina percepciones.dat buscando el codigo (mismo patron
      *    que BUSCAR-CODIGO-PERCEPCION en RecibosNomina-21).
       BUSCAR-CODIGO-PERCEPCION.
           MOVE 'N' TO PERCEPCION-HALLADA.
           OPEN INPUT PERCEPCIONES-ARCHIVO.
           IF PERCEPCIONES-STATUS = '05' OR
                   PERCEPCIONES-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-PERCEPCIONES
               PERFORM UNTIL FIN-PERCEPCIONES = 'S'
                   READ PERCEPCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PERCEPCIONES
                       NOT AT END
                           IF PER-CODIGO = EXT-CODIGO
                               MOVE 'S' TO PERCEPCION-HALLADA
                               MOVE 'S' TO FIN-PERCEPCIONES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERCEPCIONES-ARCHIVO.

      *    Finiquitos aun no pagados: las vacaciones no tomadas (y la
      *    prorrata, si la hubiera) son el bruto; lo que el finiquito
      *    ya desconto por prestamo se cobra como renglon del recibo
      *    y rebaja el saldo en prestamos.dat.
       PROCESAR-FINIQUITOS.
           OPEN INPUT FINIQUITOS-ARCHIVO.
           IF FINIQUITOS-STATUS = '05' OR FINIQUITOS-STATUS = '35'
               CLOSE FINIQUITOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-FINIQUITOS
               PERFORM UNTIL FIN-FINIQUITOS = 'S'
                   READ FINIQUITOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-FINIQUITOS
                       NOT AT END
                           PERFORM PAGAR-UN-FINIQUITO
                   END-READ
               END-PERFORM
               CLOSE FINIQUITOS-ARCHIVO
           END-IF.

       PAGAR-UN-FINIQUITO.
           PERFORM VERIFICAR-FINIQUITO-PAGADO.
           IF FINIQUITO-PAGADO = 'N' AND
                   FIN-PRORRATA + FIN-VACACIONES > ZERO
               ADD 1 TO TOTAL-LEIDOS
               MOVE FIN-EMPLEADOS-ID TO ID-EN-CURSO
               MOVE 'F' TO ORIGEN-RECIBO
               PERFORM LEER-EMPLEADO
               IF EMPLEADO-HALLADO = 'N'
                   ADD 1 TO TOTAL-RECHAZADOS
                   MOVE SPACES TO LINEA-RECHAZO
                   STRING 'RECHAZADO ID=' DELIMITED BY SIZE
                          FIN-EMPLEADOS-ID DELIMITED BY SIZE
                          ' finiquito: ID no existe en el maestro'
                              DELIMITED BY SIZE
                       INTO LINEA-RECHAZO
                   WRITE LINEA-RECHAZO
               ELSE
                   MOVE 1 TO TOTAL-CONCEPTOS
                   MOVE 'FINQ' TO CON-CODIGO(1)
                   MOVE 'Finiquito' TO CON-DESCRIPCION(1)
                   COMPUTE CON-MONTO(1) =
                       FIN-PRORRATA + FIN-VACACIONES
                   MOVE 'S' TO CON-GRAVABLE(1)
                   IF FIN-TOTAL < CON-MONTO(1)
                       COMPUTE PRESTAMO-FINIQUITO =
                           CON-MONTO(1) - FIN-TOTAL
                   ELSE
                       MOVE ZERO TO PRESTAMO-FINIQUITO
                   END-IF
                   PERFORM PAGAR-RECIBO-EXTRA
                   PERFORM ANOTAR-FINIQUITO-PAGADO
                   ADD 1 TO TOTAL-FINIQUITOS
               END-IF
           END-IF.

      *    Rebobina finiquitos_pagados.dat buscando la baja (ID +
      *    fecha de baja); el archivo es chico.
       VERIFICAR-FINIQUITO-PAGADO.
           MOVE 'N' TO FINIQUITO-PAGADO.
           OPEN INPUT FINIQ-PAGADOS-ARCHIVO.
           IF FINIQ-PAGADOS-STATUS = '05' OR
                   FINIQ-PAGADOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-FINIQ-PAGADOS
               PERFORM UNTIL FIN-FINIQ-PAGADOS = 'S'
                   READ FINIQ-PAGADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-FINIQ-PAGADOS
                       NOT AT END
                           IF FPG-EMPLEADOS-ID = FIN-EMPLEADOS-ID AND
                                   FPG-FECHA-BAJA = FIN-FECHA-BAJA
                               MOVE 'S' TO FINIQUITO-PAGADO
                               MOVE 'S' TO FIN-FINIQ-PAGADOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FINIQ-PAGADOS-ARCHIVO.

       ANOTAR-FINIQUITO-PAGADO.
           OPEN EXTEND FINIQ-PAGADOS-ARCHIVO.
           MOVE FIN-EMPLEADOS-ID TO FPG-EMPLEADOS-ID.
           MOVE FIN-FECHA-BAJA TO FPG-FECHA-BAJA.
           MOVE FECHA-HOY TO FPG-FECHA-PAGO.
           WRITE FINIQ-PAGADOS-REGISTRO.
           CLOSE FINIQ-PAGADOS-ARCHIVO.

      *    Un recibo extraordinario completo: calculo, resultado,
      *    acumulados, pago y cargo contable.
       PAGAR-RECIBO-EXTRA.
           PERFORM BUSCAR-SECUENCIA-EXTRA.
           PERFORM ESCRIBIR-RECIBO-EXTRA.
           PERFORM GUARDAR-RESULTADO-EXTRA.
           PERFORM ABONAR-YTD-EXTRA.
           PERFORM EMITIR-PAGO-EXTRA.
           PERFORM ACUMULAR-DEPTO.
           ADD 1 TO TOTAL-RECIBOS.
           ADD BRUTO-EMPLEADO TO TOTAL-BRUTO.
           ADD DEDUCCIONES-EMPLEADO TO TOTAL-DEDUCCIONES.
           ADD PATRONAL-EMPLEADO TO TOTAL-PATRONAL.
           ADD NETO-EMPLEADO TO TOTAL-NETO.

      *    Siguiente consecutivo del empleado en el periodo: recorre
      *    sus resultados extraordinarios del mismo periodo.
       BUSCAR-SECUENCIA-EXTRA.
           MOVE ZERO TO SECUENCIA-EXTRA.
           MOVE ID-EN-CURSO TO RES-EMPLEADOS-ID.
           MOVE PERIODO-EXTRA TO RES-PERIODO.
           MOVE 'E' TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
           PERFORM UNTIL FIN-RESULTADOS = 'S'
               READ RESULTADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
                       IF RES-EMPLEADOS-ID NOT = ID-EN-CURSO OR
                               RES-PERIODO NOT = PERIODO-EXTRA OR
                               NOT RES-EXTRAORDINARIA
                           MOVE 'S' TO FIN-RESULTADOS
                       ELSE
                           MOVE RES-SECUENCIA TO SECUENCIA-EXTRA
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO SECUENCIA-EXTRA.

       ESCRIBIR-RECIBO-EXTRA.
           MOVE ZERO TO BRUTO-EMPLEADO.
           MOVE ZERO TO BRUTO-GRAVABLE.
           MOVE ZERO TO DEDUCCIONES-EMPLEADO.
           MOVE ZERO TO PATRONAL-EMPLEADO.
           MOVE ZERO TO TOTAL-CODIGOS.
           MOVE ZERO TO TOTAL-CUOTAS.
           MOVE EMPLEADOS-ID TO REC-ID.
           MOVE EMPLEADOS-NOMBRE TO REC-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO REC-APELLIDOS.
           MOVE EMPLEADOS-DEPARTAMENTO TO REC-DEPARTAMENTO.
           MOVE LINEA-CABECERA-RECIBO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF ORIGEN-FINIQUITO
               MOVE 'Pago de finiquito' TO ORI-TEXTO
           ELSE
               MOVE 'Pago extraordinario' TO ORI-TEXTO
           END-IF.
           MOVE PERIODO-EXTRA TO ORI-PERIODO.
           MOVE SECUENCIA-EXTRA TO ORI-SECUENCIA.
           MOVE LINEA-ORIGEN TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           PERFORM VARYING INDICE-CONCEPTO FROM 1 BY 1
                   UNTIL INDICE-CONCEPTO > TOTAL-CONCEPTOS
               ADD CON-MONTO(INDICE-CONCEPTO) TO BRUTO-EMPLEADO
               IF CON-GRAVABLE(INDICE-CONCEPTO) = 'S'
                   ADD CON-MONTO(INDICE-CONCEPTO) TO BRUTO-GRAVABLE
               END-IF
               MOVE CON-CODIGO(INDICE-CONCEPTO) TO PEL-CODIGO
               MOVE CON-DESCRIPCION(INDICE-CONCEPTO)
                   TO PEL-DESCRIPCION
               MOVE CON-MONTO(INDICE-CONCEPTO) TO PEL-IMPORTE
               MOVE LINEA-PERCEPCION TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-PERFORM.
           MOVE BRUTO-EMPLEADO TO REC-BRUTO.
           MOVE LINEA-BRUTO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF HAY-DEDUCCIONES = 'S'
               PERFORM APLICAR-DEDUCCIONES
           END-IF.
           IF DEDUCCIONES-EMPLEADO > BRUTO-EMPLEADO
               DISPLAY 'Aviso: descuentos del ID ' EMPLEADOS-ID
                   ' topados al bruto extraordinario.'
               MOVE BRUTO-EMPLEADO TO DEDUCCIONES-EMPLEADO
           END-IF.
           IF PRESTAMO-FINIQUITO > ZERO
               PERFORM COBRAR-PRESTAMO-FINIQUITO
           END-IF.
           COMPUTE NETO-EMPLEADO =
               BRUTO-EMPLEADO - DEDUCCIONES-EMPLEADO.
           MOVE NETO-EMPLEADO TO REC-NETO.
           MOVE LINEA-NETO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE LINEA-SEPARADOR TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.

      *    En la extraordinaria solo aplican los codigos que se
      *    calculan sobre lo pagado (porcentaje o tabla): los montos
      *    fijos y los voluntarios ya se cobraron en la corrida
      *    regular del periodo. La patronal se acumula aparte para la
      *    poliza.
       APLICAR-DEDUCCIONES.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           MOVE 'N' TO FIN-DEDUCCIONES.
           PERFORM UNTIL FIN-DEDUCCIONES = 'S'
               READ DEDUCCIONES-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-DEDUCCIONES
                   NOT AT END
                       PERFORM APLICAR-UNA-DEDUCCION
               END-READ
           END-PERFORM.
           CLOSE DEDUCCIONES-ARCHIVO.

       APLICAR-UNA-DEDUCCION.
           IF ((TIPO-PERMANENTE AND APLICA-PERMANENTE) OR
                   (TIPO-CONTRATISTA AND APLICA-CONTRATISTA)) AND
                   NOT CLASE-VOLUNTARIA AND NOT METODO-FIJO
               IF METODO-TABLA OR METODO-TABLA-REGIONAL
                   PERFORM CALCULAR-IMPUESTO-TABLA
               ELSE
                   COMPUTE DEDUCCION-CALCULADA ROUNDED =
                       BRUTO-EMPLEADO * DEDUCCIONES-VALOR / 100
               END-IF
               IF CLASE-PATRONAL
                   ADD DEDUCCION-CALCULADA TO PATRONAL-EMPLEADO
                   PERFORM ANOTAR-CUOTA-PATRONAL
               ELSE
                   IF DEDUCCION-CALCULADA > ZERO
                       ADD DEDUCCION-CALCULADA TO DEDUCCIONES-EMPLEADO
                       PERFORM ANOTAR-CODIGO-EMPLEADO
                       MOVE DEDUCCIONES-CODIGO TO RED-CODIGO
                       MOVE DEDUCCIONES-DESCRIPCION TO RED-DESCRIPCION
                       MOVE DEDUCCION-CALCULADA TO RED-IMPORTE
                       MOVE LINEA-DEDUCCION TO LINEA-RECIBO
                       WRITE LINEA-RECIBO
                   END-IF
               END-IF
           END-IF.

       ANOTAR-CODIGO-EMPLEADO.
           MOVE 'N' TO CODIGO-HALLADO.
           PERFORM VARYING INDICE-COD FROM 1 BY 1
                   UNTIL INDICE-COD > TOTAL-CODIGOS
               IF EMP-COD-CODIGO(INDICE-COD) = DEDUCCIONES-CODIGO
                   MOVE 'S' TO CODIGO-HALLADO
                   ADD DEDUCCION-CALCULADA TO EMP-COD-MONTO(INDICE-COD)
               END-IF
           END-PERFORM.
           IF CODIGO-HALLADO = 'N' AND TOTAL-CODIGOS < MAXIMO-CODIGOS
               ADD 1 TO TOTAL-CODIGOS
               MOVE DEDUCCIONES-CODIGO TO EMP-COD-CODIGO(TOTAL-CODIGOS)
               MOVE DEDUCCION-CALCULADA TO EMP-COD-MONTO(TOTAL-CODIGOS)
           END-IF.

       ANOTAR-CUOTA-PATRONAL.
           MOVE 'N' TO CUOTA-HALLADA.
           PERFORM VARYING INDICE-CUOTA FROM 1 BY 1
                   UNTIL INDICE-CUOTA > TOTAL-CUOTAS
               IF CUO-CODIGO(INDICE-CUOTA) = DEDUCCIONES-CODIGO
                   MOVE 'S' TO CUOTA-HALLADA
                   ADD DEDUCCION-CALCULADA TO CUO-MONTO(INDICE-CUOTA)
               END-IF
           END-PERFORM.
           IF CUOTA-HALLADA = 'N' AND TOTAL-CUOTAS < MAXIMO-CODIGOS
               ADD 1 TO TOTAL-CUOTAS
               MOVE DEDUCCIONES-CODIGO TO CUO-CODIGO(TOTAL-CUOTAS)
               MOVE DEDUCCION-CALCULADA TO CUO-MONTO(TOTAL-CUOTAS)
           END-IF.

      *    Mismo calculo por tramos que CALCULAR-IMPUESTO-TABLA en
      *    RecibosNomina-21, nacional ('T') o regional por sitio de
      *    trabajo ('R'); el pago extraordinario se trata como una
      *    base mensual completa.
       CALCULAR-IMPUESTO-TABLA.
           MOVE 'N' TO TRAMO-HALLADO.
           MOVE ZERO TO MEJOR-PISO.
           MOVE ZERO TO MEJOR-TASA.
           MOVE ZERO TO MEJOR-CUOTA.
           MOVE DIR-CODIGO-PAIS TO PAIS-IMPUESTO.
           MOVE SPACES TO REGION-IMPUESTO.
           IF METODO-TABLA-REGIONAL
               PERFORM DETERMINAR-REGION-IMPUESTO
           END-IF.
           OPEN INPUT TABLAS-ARCHIVO.
           IF TABLAS-STATUS = '05' OR TABLAS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-TABLAS
               PERFORM UNTIL FIN-TABLAS = 'S'
                   READ TABLAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLAS
                       NOT AT END
                           IF TAB-PAIS = PAIS-IMPUESTO AND
                                   TAB-REGION = REGION-IMPUESTO AND
                                   TAB-ANO = ANO-ACTUAL AND
                                   TAB-PISO <= BRUTO-GRAVABLE AND
                                   (TRAMO-HALLADO = 'N' OR
                                    TAB-PISO >= MEJOR-PISO)
                               MOVE 'S' TO TRAMO-HALLADO
                               MOVE TAB-PISO TO MEJOR-PISO
                               MOVE TAB-TASA TO MEJOR-TASA
                               MOVE TAB-CUOTA TO MEJOR-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TABLAS-ARCHIVO.
           IF TRAMO-HALLADO = 'S'
               COMPUTE DEDUCCION-CALCULADA ROUNDED = MEJOR-CUOTA +
                   (BRUTO-GRAVABLE - MEJOR-PISO) * MEJOR-TASA / 100
           ELSE
               MOVE ZERO TO DEDUCCION-CALCULADA
               IF METODO-TABLA
                   DISPLAY 'Aviso: sin tramos de impuesto para '
                       DIR-CODIGO-PAIS ' ' ANO-ACTUAL '; el codigo '
                       DEDUCCIONES-CODIGO ' no descuenta al ID '
                       EMPLEADOS-ID '.'
               END-IF
           END-IF.

      *    Sitios de trabajo con su pais y region: tabla chica,
      *    cargada una sola vez al arrancar.
       CARGAR-SITIOS.
           MOVE ZERO TO TOTAL-SITIOS.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               CLOSE SITIOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF TOTAL-SITIOS < MAXIMO-SITIOS
                               ADD 1 TO TOTAL-SITIOS
                               MOVE SIT-CODIGO
                                   TO TSI-CODIGO(TOTAL-SITIOS)
                               MOVE SIT-PAIS
                                   TO TSI-PAIS(TOTAL-SITIOS)
                               MOVE FUNCTION UPPER-CASE(SIT-REGION)
                                   TO TSI-REGION(TOTAL-SITIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

      *    Jurisdiccion del impuesto regional: la region del sitio
      *    de trabajo (EMPLEADOS-SITIO) con el pais del sitio; sin
      *    sitio, o con un sitio sin region capturada, la region del
      *    domicilio (DIR-REGION) con el pais del domicilio.
       DETERMINAR-REGION-IMPUESTO.
           MOVE DIR-CODIGO-PAIS TO PAIS-IMPUESTO.
           MOVE FUNCTION UPPER-CASE(DIR-REGION) TO REGION-IMPUESTO.
           IF EMPLEADOS-SITIO NOT = SPACES
               PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                       UNTIL INDICE-SITIO > TOTAL-SITIOS
                   IF TSI-CODIGO(INDICE-SITIO) = EMPLEADOS-SITIO AND
                           TSI-REGION(INDICE-SITIO) NOT = SPACES
                       MOVE TSI-PAIS(INDICE-SITIO) TO PAIS-IMPUESTO
                       MOVE TSI-REGION(INDICE-SITIO)
                           TO REGION-IMPUESTO
                   END-IF
               END-PERFORM
           END-IF.
      *    Sin region conocida no hay tramo regional que aplicar; el
      *    blanco no debe caer en los tramos nacionales.
           IF REGION-IMPUESTO = SPACES
               MOVE HIGH-VALUES TO REGION-IMPUESTO
           END-IF.

      *    Lo que el finiquito desconto por prestamo, topado a lo que
      *    queda de neto y al saldo vivo del prestamo.
       COBRAR-PRESTAMO-FINIQUITO.
           MOVE PRESTAMO-FINIQUITO TO PRESTAMO-IMPORTE.
           COMPUTE PRESTAMO-DISPONIBLE =
               BRUTO-EMPLEADO - DEDUCCIONES-EMPLEADO.
           IF PRESTAMO-IMPORTE > PRESTAMO-DISPONIBLE
               MOVE PRESTAMO-DISPONIBLE TO PRESTAMO-IMPORTE
           END-IF.
           MOVE ZERO TO PRE-SALDO.
           IF HAY-PRESTAMOS = 'S'
               MOVE EMPLEADOS-ID TO PRE-EMPLEADOS-ID
               READ PRESTAMOS-ARCHIVO
                   INVALID KEY
                       MOVE ZERO TO PRE-SALDO
               END-READ
           END-IF.
           IF PRESTAMO-IMPORTE > PRE-SALDO
               MOVE PRE-SALDO TO PRESTAMO-IMPORTE
           END-IF.
           IF PRESTAMO-IMPORTE > ZERO
               ADD PRESTAMO-IMPORTE TO DEDUCCIONES-EMPLEADO
               SUBTRACT PRESTAMO-IMPORTE FROM PRE-SALDO
               REWRITE PRESTAMOS-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo rebajar el prestamo del ID '
                           EMPLEADOS-ID '.'
               END-REWRITE
               MOVE 'P' TO MOV-CLASE
               MOVE SPACES TO MOV-REFERENCIA
               MOVE PRESTAMO-IMPORTE TO MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
               MOVE PRESTAMO-IMPORTE TO PRL-IMPORTE
               MOVE PRE-SALDO TO PRL-SALDO
               MOVE LINEA-PRESTAMO TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.

       GUARDAR-RESULTADO-EXTRA.
           MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE PERIODO-EXTRA TO RES-PERIODO.
           MOVE 'E' TO RES-TIPO.
           MOVE SECUENCIA-EXTRA TO RES-SECUENCIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO RES-DEPARTAMENTO.
           MOVE BRUTO-EMPLEADO TO RES-BRUTO.
           MOVE DEDUCCIONES-EMPLEADO TO RES-DEDUCCIONES.
           MOVE PATRONAL-EMPLEADO TO RES-PATRONAL.
           MOVE NETO-EMPLEADO TO RES-NETO.
           MOVE EMPLEADOS-GRUPO-PAGO TO RES-GRUPO.
           WRITE RESULTADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar el resultado '
                       'extraordinario del ID ' EMPLEADOS-ID '.'
           END-WRITE.

      *    Abona el recibo a los acumulados del ano (sin el candado
      *    de periodo de la regular: cada extraordinaria es un pago
      *    distinto) y lo deja marcado en YTD-EXTRA-BRUTO / NETO.
       ABONAR-YTD-EXTRA.
           MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANO-ACTUAL TO YTD-ANO.
           MOVE 'N' TO YTD-EXISTE.
           READ YTD-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO YTD-EXISTE
           END-READ.
           IF YTD-EXISTE = 'N'
               MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID
               MOVE ANO-ACTUAL TO YTD-ANO
               MOVE ZERO TO YTD-ULTIMO-PERIODO
               MOVE ZERO TO YTD-BRUTO
               MOVE ZERO TO YTD-DEDUCCIONES
               MOVE ZERO TO YTD-NETO
               MOVE ZERO TO YTD-EXTRA-BRUTO
               MOVE ZERO TO YTD-EXTRA-NETO
               MOVE ZERO TO YTD-GRAVABLE
               PERFORM VARYING INDICE-YTD FROM 1 BY 1
                       UNTIL INDICE-YTD > 12
                   MOVE SPACES TO YTD-COD-CODIGO(INDICE-YTD)
                   MOVE ZERO TO YTD-COD-MONTO(INDICE-YTD)
               END-PERFORM
           END-IF.
           ADD BRUTO-EMPLEADO TO YTD-BRUTO.
           ADD DEDUCCIONES-EMPLEADO TO YTD-DEDUCCIONES.
           ADD NETO-EMPLEADO TO YTD-NETO.
           ADD BRUTO-EMPLEADO TO YTD-EXTRA-BRUTO.
           ADD NETO-EMPLEADO TO YTD-EXTRA-NETO.
           ADD BRUTO-GRAVABLE TO YTD-GRAVABLE.
           MOVE 'G' TO MOV-CLASE.
           MOVE SPACES TO MOV-REFERENCIA.
           MOVE BRUTO-GRAVABLE TO MOV-IMPORTE.
           PERFORM ANOTAR-MOVIMIENTO.
           PERFORM VARYING INDICE-CUOTA FROM 1 BY 1
                   UNTIL INDICE-CUOTA > TOTAL-CUOTAS
               MOVE 'C' TO MOV-CLASE
               MOVE CUO-CODIGO(INDICE-CUOTA) TO MOV-REFERENCIA
               MOVE CUO-MONTO(INDICE-CUOTA) TO MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
           END-PERFORM.
           MOVE ZERO TO SUMA-CODIGOS.
           PERFORM VARYING INDICE-COD FROM 1 BY 1
                   UNTIL INDICE-COD > TOTAL-CODIGOS
               MOVE EMP-COD-CODIGO(INDICE-COD) TO YTD-CODIGO-ABONAR
               MOVE EMP-COD-MONTO(INDICE-COD) TO YTD-MONTO-ABONAR
               ADD EMP-COD-MONTO(INDICE-COD) TO SUMA-CODIGOS
               PERFORM ABONAR-CODIGO-YTD
           END-PERFORM.
           COMPUTE OTROS-EMPLEADO = DEDUCCIONES-EMPLEADO - SUMA-CODIGOS.
           IF OTROS-EMPLEADO > ZERO
               MOVE 'OTRS' TO YTD-CODIGO-ABONAR
               MOVE OTROS-EMPLEADO TO YTD-MONTO-ABONAR
               PERFORM ABONAR-CODIGO-YTD
           END-IF.
           IF YTD-EXISTE = 'S'
               REWRITE YTD-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo abonar el YTD del ID '
                           EMPLEADOS-ID '.'
               END-REWRITE
           ELSE
               WRITE YTD-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo crear el YTD del ID '
                           EMPLEADOS-ID '.'
               END-WRITE
           END-IF.

      *    Mismo reparto en ranuras que ABONAR-CODIGO-YTD en
      *    RecibosNomina-21.
       ABONAR-CODIGO-YTD.
           MOVE 'Y' TO MOV-CLASE.
           MOVE YTD-CODIGO-ABONAR TO MOV-REFERENCIA.
           MOVE YTD-MONTO-ABONAR TO MOV-IMPORTE.
           PERFORM ANOTAR-MOVIMIENTO.
           MOVE 'N' TO YTD-COD-HALLADO.
           PERFORM VARYING INDICE-YTD FROM 1 BY 1
                   UNTIL INDICE-YTD > 12
               IF YTD-COD-CODIGO(INDICE-YTD) = YTD-CODIGO-ABONAR
                   MOVE 'S' TO YTD-COD-HALLADO
                   ADD YTD-MONTO-ABONAR
                       TO YTD-COD-MONTO(INDICE-YTD)
               END-IF
           END-PERFORM.
           IF YTD-COD-HALLADO = 'N'
               PERFORM VARYING INDICE-YTD FROM 1 BY 1
                       UNTIL INDICE-YTD > 12 OR
                           YTD-COD-HALLADO = 'S'
                   IF YTD-COD-CODIGO(INDICE-YTD) = SPACES
                       MOVE 'S' TO YTD-COD-HALLADO
                       MOVE YTD-CODIGO-ABONAR
                           TO YTD-COD-CODIGO(INDICE-YTD)
                       MOVE YTD-MONTO-ABONAR
                           TO YTD-COD-MONTO(INDICE-YTD)
                   END-IF
               END-PERFORM
           END-IF.

      *    Una linea de movimientos_nomina.dat bajo la clave del
      *    resultado extraordinario en proceso.
       ANOTAR-MOVIMIENTO.
           MOVE EMPLEADOS-ID TO MOV-EMPLEADOS-ID.
           MOVE PERIODO-EXTRA TO MOV-PERIODO.
           MOVE 'E' TO MOV-TIPO.
           MOVE SECUENCIA-EXTRA TO MOV-SECUENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

      *    Transferencia a la cuenta aprobada o, sin ella, cheque
      *    (mismas reglas de cuenta que PagosBanco-22).
       EMITIR-PAGO-EXTRA.
           IF NETO-EMPLEADO = ZERO
               DISPLAY 'Neto extraordinario en cero para el ID '
                   EMPLEADOS-ID '; no se emite pago.'
           ELSE
               PERFORM BUSCAR-DATOS-BANCARIOS
               IF BANCO-ENCONTRADO = 'S'
                   PERFORM ESCRIBIR-DETALLE-PAGO
               ELSE
                   PERFORM EMITIR-CHEQUE
               END-IF
           END-IF.

       BUSCAR-DATOS-BANCARIOS.
           MOVE 'N' TO BANCO-ENCONTRADO.
           IF HAY-BANCO = 'S'
               MOVE EMPLEADOS-ID TO BANCO-EMPLEADOS-ID
               READ BANCO-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BANCO-CUENTA-FALLIDA
                               DISPLAY 'Cuenta fallida (devolucion): '
                                   'ID ' EMPLEADOS-ID '; se paga con '
                                   'cheque.'
                           WHEN BANCO-CUENTA-PRENOTA
                               DISPLAY 'Cuenta en prenota: ID '
                                   EMPLEADOS-ID '; se paga con '
                                   'cheque.'
                           WHEN BANCO-CUENTA = SPACES
                               CONTINUE
                           WHEN OTHER
                               MOVE 'S' TO BANCO-ENCONTRADO
                       END-EVALUATE
               END-READ
           END-IF.

       ESCRIBIR-CABECERA-PAGOS.
           MOVE FECHA-HOY TO CAB-FECHA.
           MOVE LINEA-CABECERA TO LINEA-PAGO.
           WRITE LINEA-PAGO.

       ESCRIBIR-DETALLE-PAGO.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE BANCO-CODIGO-BANCO TO DET-CODIGO-BANCO.
           MOVE BANCO-CUENTA TO DET-CUENTA.
           MOVE NETO-EMPLEADO TO DET-IMPORTE.
           MOVE EMPLEADOS-ID-FISCAL TO DET-ID-FISCAL.
           MOVE LINEA-DETALLE TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           ADD 1 TO TOTAL-PAGOS.
           ADD NETO-EMPLEADO TO TOTAL-IMPORTE.

       ESCRIBIR-COLA-PAGOS.
           MOVE TOTAL-PAGOS TO COLA-CONTEO.
           MOVE TOTAL-IMPORTE TO COLA-IMPORTE.
           MOVE LINEA-COLA TO LINEA-PAGO.
           WRITE LINEA-PAGO.

       EMITIR-CHEQUE.
           ADD 1 TO CHEQUE-NUMERO-MAXIMO.
           MOVE CHEQUE-NUMERO-MAXIMO TO CHQ-NUMERO.
           MOVE EMPLEADOS-ID TO CHQ-EMPLEADOS-ID.
           MOVE NETO-EMPLEADO TO CHQ-IMPORTE.
           MOVE FECHA-HOY TO CHQ-FECHA.
           MOVE 'E' TO CHQ-ESTADO.
           MOVE SPACE TO CHQ-POSITIVO.
           MOVE ZERO TO CHQ-FECHA-COBRO.
           MOVE ZERO TO CHQ-IMPORTE-COBRADO.
           MOVE 'N' TO CHQ-CONCEPTO.
           MOVE SPACES TO CHQ-BENEFICIARIO.
           WRITE CHEQUES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo registrar el cheque '
                       CHQ-NUMERO '.'
           END-WRITE.
           MOVE LINEA-CHQ-MARCO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE CHQ-NUMERO TO CHL-NUMERO.
           MOVE FECHA-HOY TO CHL-FECHA.
           MOVE LINEA-CHQ-CABECERA TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE EMPLEADOS-NOMBRE TO CHL-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO CHL-APELLIDOS.
           MOVE LINEA-CHQ-BENEFICIARIO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE NETO-EMPLEADO TO CHL-IMPORTE.
           MOVE EMPLEADOS-ID TO CHL-ID.
           MOVE LINEA-CHQ-IMPORTE TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           MOVE LINEA-CHQ-MARCO TO LINEA-CHEQUE.
           WRITE LINEA-CHEQUE.
           ADD 1 TO TOTAL-CHEQUES.
           ADD NETO-EMPLEADO TO TOTAL-IMPORTE.

       ACUMULAR-DEPTO.
           MOVE 'N' TO DEPTO-HALLADO.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPTOS
               IF DEP-CODIGO(INDICE-DEPTO) = EMPLEADOS-DEPARTAMENTO
                   MOVE 'S' TO DEPTO-HALLADO
                   ADD BRUTO-EMPLEADO TO DEP-BRUTO(INDICE-DEPTO)
                   ADD PATRONAL-EMPLEADO
                       TO DEP-PATRONAL(INDICE-DEPTO)
               END-IF
           END-PERFORM.
           IF DEPTO-HALLADO = 'N' AND TOTAL-DEPTOS < MAXIMO-DEPTOS
               ADD 1 TO TOTAL-DEPTOS
               MOVE EMPLEADOS-DEPARTAMENTO TO DEP-CODIGO(TOTAL-DEPTOS)
               MOVE BRUTO-EMPLEADO TO DEP-BRUTO(TOTAL-DEPTOS)
               MOVE PATRONAL-EMPLEADO TO DEP-PATRONAL(TOTAL-DEPTOS)
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE 'TOTAL BRUTO EXTRAORDINARIO' TO TOT-TEXTO.
           MOVE TOTAL-BRUTO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE 'TOTAL DEDUCCIONES' TO TOT-TEXTO.
           MOVE TOTAL-DEDUCCIONES TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE 'TOTAL NETO EXTRAORDINARIO' TO TOT-TEXTO.
           MOVE TOTAL-NETO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.

      *    Poliza propia de la extraordinaria, con el mismo layout y
      *    cuentas que ESCRIBIR-POLIZA en ExtractoContable-74.
       ESCRIBIR-POLIZA.
           MOVE FECHA-HOY TO LOT-FECHA.
           MOVE PERIODO-EXTRA TO LOT-PERIODO.
           MOVE LINEA-LOTE-CABECERA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPTOS
               IF DEP-BRUTO(INDICE-DEPTO) > ZERO
                   MOVE 'D' TO ASI-TIPO
                   MOVE CUENTA-SUELDOS TO ASI-CUENTA
                   MOVE DEP-CODIGO(INDICE-DEPTO)
                       TO ASI-DEPARTAMENTO
                   MOVE DEP-BRUTO(INDICE-DEPTO) TO ASI-IMPORTE
                   MOVE 'SUELDOS EXTRAORD.' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF DEP-PATRONAL(INDICE-DEPTO) > ZERO
                   MOVE 'D' TO ASI-TIPO
                   MOVE CUENTA-PATRONAL TO ASI-CUENTA
                   MOVE DEP-CODIGO(INDICE-DEPTO)
                       TO ASI-DEPARTAMENTO
                   MOVE DEP-PATRONAL(INDICE-DEPTO) TO ASI-IMPORTE
                   MOVE 'CUOTAS PATRONALES' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           IF TOTAL-DEDUCCIONES > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-RETENCIONES TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-DEDUCCIONES TO ASI-IMPORTE
               MOVE 'RETENCIONES X PAGAR' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF TOTAL-NETO > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-NETO-PAGAR TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-NETO TO ASI-IMPORTE
               MOVE 'NOMINA POR PAGAR' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF TOTAL-PATRONAL > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-PROV-PATRONAL TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-PATRONAL TO ASI-IMPORTE
               MOVE 'PROVISION PATRONAL' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           MOVE TOTAL-LINEAS TO LOT-LINEAS.
           MOVE HASH-CONTROL TO LOT-HASH.
           MOVE LINEA-LOTE-COLA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.

       ESCRIBIR-ASIENTO.
           MOVE LINEA-ASIENTO TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           ADD 1 TO TOTAL-LINEAS.
           ADD ASI-IMPORTE TO HASH-CONTROL.

      *    La lista se vacia reescribiendola sin registros (mismo
      *    criterio que VACIAR-COLA en DrenarCola-48), para que una
      *    segunda corrida no pague dos veces lo mismo; lo rechazado
      *    queda en nomina_extra_rechazos.txt para recapturarlo.
       VACIAR-LISTA.
           OPEN OUTPUT EXTRA-ARCHIVO.
           CLOSE EXTRA-ARCHIVO.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'NOMINA-EXTRA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-RECIBOS TO RUN-ESCRITOS
               MOVE TOTAL-RECHAZADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM NOMINA-EXTRA.
