      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remesa mensual de retenciones del grupo y periodo
      *          ya cerrado (PERIODO-GRUPO, ultimo evento CIERRE):
      *          suma por pais, region y codigo el impuesto retenido
      *          al empleado (codigos de tabla 'T' y regionales 'R'
      *          de deducciones.dat) y las cuotas patronales (clase
      *          'C'), tomados de movimientos_nomina.dat de los
      *          resultados vigentes (regular y extraordinarios, sin
      *          los anulados). Por renglon: empleados, base
      *          gravable, importe y vencimiento (dia de
      *          remesa_param.dat del mes siguiente al corte). Cada
      *          renglon se asigna a su autoridad de
      *          autoridades_fiscales.dat y sale un pago por
      *          autoridad en remesa_pagos.txt con el layout de
      *          pagos_banco.txt. Reporte en remesa_impuestos.txt,
      *          con el cuadre de los codigos contra el total de
      *          registro_nomina.txt. RC 4 si no cuadra o si queda
      *          un renglon sin autoridad.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESA-IMPUESTOS.
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

      *    Detalle por resultado que dejan RECIBOS-NOMINA y
      *    NOMINA-EXTRA: 'Y' descuento por codigo, 'C' cuota
      *    patronal por codigo, 'G' base gravable del recibo.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT OPTIONAL DEDUCCIONES-ARCHIVO
           ASSIGN TO 'deducciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDUCCIONES-STATUS.

           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

      *    Autoridad que recibe cada pais / region / codigo, con la
      *    cuenta a la que se le paga.
           SELECT OPTIONAL AUTORIDADES-ARCHIVO
           ASSIGN TO 'autoridades_fiscales.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUTORIDADES-STATUS.

           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'remesa_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

      *    Registro de la ultima corrida regular (RECIBOS-NOMINA).
           SELECT OPTIONAL REGISTRO-ARCHIVO
           ASSIGN TO 'registro_nomina.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTRO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'remesa_impuestos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

           SELECT PAGOS-ARCHIVO
           ASSIGN TO 'remesa_pagos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

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
                   88  MOV-CODIGO-YTD VALUE 'Y'.
                   88  MOV-CUOTA-PATRONAL VALUE 'C'.
                   88  MOV-BASE-GRAVABLE VALUE 'G'.
               05  MOV-REFERENCIA PIC X(12).
               05  MOV-IMPORTE PIC 9(9)V99.

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
               05  DEDUCCIONES-CLASE PIC X.
                   88  CLASE-ESTATUTARIA VALUE 'E' ' '.
                   88  CLASE-VOLUNTARIA VALUE 'V'.
                   88  CLASE-PATRONAL VALUE 'C'.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  AUTORIDADES-ARCHIVO.
           01  AUTORIDADES-REGISTRO.
               05  AUT-PAIS PIC X(2).
               05  AUT-REGION PIC X(10).
      *            Blanco = autoridad nacional del pais.
               05  AUT-CODIGO PIC X(4).
      *            Blanco = todos los codigos del pais / region que
      *            no tengan una linea propia.
               05  AUT-NOMBRE PIC X(30).
               05  AUT-CODIGO-BANCO PIC X(8).
               05  AUT-CUENTA PIC X(20).
               05  AUT-REFERENCIA PIC X(15).
      *            Registro del patron ante la autoridad; viaja en el
      *            campo fiscal del detalle del pago.

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-DIA-VENCIMIENTO PIC 99.

       FD  REGISTRO-ARCHIVO.
           01  LINEA-REGISTRO PIC X(250).
           01  REG-TITULOS-LEIDO.
               05  RGT-ETIQUETA PIC X(7).
               05  FILLER PIC X(15).
               05  RGT-COL OCCURS 12 TIMES.
                   10  RGT-COL-CODIGO PIC X(4).
                   10  FILLER PIC X(11).
               05  FILLER PIC X(48).
           01  REG-TOTAL-LEIDO.
               05  RGL-ETIQUETA PIC X(7).
               05  RGL-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1).
               05  RGL-ENTRADA OCCURS 12 TIMES.
                   10  RGL-COL PIC ZZZ,ZZZ,ZZ9.99.
                   10  FILLER PIC X(1).
               05  FILLER PIC X(49).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(120).

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO PIC X(80).

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
           01  DEDUCCIONES-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  AUTORIDADES-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  REGISTRO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  PAGOS-STATUS PIC XX.
           01  FIN-RESULTADOS PIC X.
           01  FIN-MOVIMIENTOS PIC X.
           01  FIN-DEDUCCIONES PIC X.
           01  FIN-SITIOS PIC X.
           01  FIN-AUTORIDADES PIC X.
           01  FIN-REGISTRO PIC X.
           01  HAY-REGISTRO PIC X VALUE 'N'.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

      *    Vencimiento: dia del mes siguiente al corte del periodo
      *    (remesa_param.dat; 17 si no viene o no es valido).
           01  DIA-DEFECTO PIC 99 VALUE 17.
           01  DIA-VENCIMIENTO PIC 99.
           01  FECHA-VENCE PIC 9(8).
           01  FECHA-VENCE-PARTES REDEFINES FECHA-VENCE.
               05  VEN-ANO PIC 9(4).
               05  VEN-MES PIC 99.
               05  VEN-DIA PIC 99.

      *    Codigos que se enteran: impuesto al empleado por tabla
      *    ('I') y cuota patronal ('P'); los de metodo 'R' van por
      *    la region del sitio de trabajo.
           01  MAXIMO-CODIGOS PIC 99 VALUE 50.
           01  TOTAL-CODIGOS PIC 99 VALUE ZERO.
           01  INDICE-CODIGO PIC 99.
           01  CODIGO-HALLADO PIC 99.
           01  TABLA-CODIGOS.
               05  CODIGO-ENTRADA OCCURS 50 TIMES.
                   10  TCO-CODIGO PIC X(4).
                   10  TCO-DESCRIPCION PIC X(30).
                   10  TCO-TIPO PIC X.
                       88  TCO-IMPUESTO VALUE 'I'.
                       88  TCO-PATRONAL VALUE 'P'.
                   10  TCO-REGIONAL PIC X.
      *                Retenido en la corrida regular, vigente y
      *                anulado: juntos deben dar la columna del
      *                registro.
                   10  TCO-REGULAR PIC 9(11)V99.
                   10  TCO-ANULADO PIC 9(11)V99.

      *    Sitios de trabajo (mismo criterio que RecibosNomina-21).
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).
                   10  TSI-REGION PIC X(10).

           01  MAXIMO-AUTORIDADES PIC 9(3) VALUE 100.
           01  TOTAL-AUTORIDADES PIC 9(3) VALUE ZERO.
           01  INDICE-AUTORIDAD PIC 9(3).
           01  AUTORIDAD-HALLADA PIC 9(3).
           01  TABLA-AUTORIDADES.
               05  AUTORIDAD-ENTRADA OCCURS 100 TIMES.
                   10  TAU-PAIS PIC X(2).
                   10  TAU-REGION PIC X(10).
                   10  TAU-CODIGO PIC X(4).
                   10  TAU-NOMBRE PIC X(30).
                   10  TAU-CODIGO-BANCO PIC X(8).
                   10  TAU-CUENTA PIC X(20).
                   10  TAU-REFERENCIA PIC X(15).
                   10  TAU-IMPORTE PIC 9(11)V99.

      *    Renglones de la remesa: pais + region + codigo.
           01  MAXIMO-RENGLONES PIC 9(3) VALUE 300.
           01  TOTAL-RENGLONES PIC 9(3) VALUE ZERO.
           01  INDICE-RENGLON PIC 9(3).
           01  RENGLON-HALLADO PIC 9(3).
           01  TABLA-RENGLONES.
               05  RENGLON-ENTRADA OCCURS 300 TIMES.
                   10  TRE-PAIS PIC X(2).
                   10  TRE-REGION PIC X(10).
                   10  TRE-CODIGO PIC X(4).
                   10  TRE-CODIGO-IDX PIC 99.
                   10  TRE-EMPLEADOS PIC 9(6).
                   10  TRE-ULTIMO-ID PIC 9(6).
                   10  TRE-BASE PIC 9(11)V99.
                   10  TRE-IMPORTE PIC 9(11)V99.
                   10  TRE-AUTORIDAD PIC 9(3).

      *    Paises en orden de aparicion, para el corte del reporte.
           01  TOTAL-PAISES PIC 99 VALUE ZERO.
           01  INDICE-PAIS PIC 99.
           01  PAIS-HALLADO PIC X.
           01  TABLA-PAISES.
               05  TPA-PAIS PIC X(2) OCCURS 50 TIMES.

      *    Resultado y empleado del movimiento en proceso.
           01  CLAVE-VALIDADA PIC X(16) VALUE LOW-VALUES.
           01  RESULTADO-VIGENTE PIC X.
           01  RESULTADO-ANULADO PIC X.
           01  BRUTO-RESULTADO PIC S9(9)V99.
           01  BASE-GRAVABLE-RES PIC 9(9)V99.
           01  ID-CARGADO PIC 9(6) VALUE ZERO.
           01  PAIS-EMPLEADO PIC X(2).
           01  PAIS-IMPUESTO PIC X(2).
           01  REGION-IMPUESTO PIC X(10).
           01  PAIS-RENGLON PIC X(2).
           01  REGION-RENGLON PIC X(10).
           01  BASE-RENGLON PIC 9(9)V99.
           01  ANULADOS-EMPLEADO PIC 99.
           01  INDICE-ANULADO PIC 99.
           01  ID-ANULADOS PIC 9(6) VALUE ZERO.
           01  TABLA-ANULADOS.
               05  SECUENCIA-ANULADA PIC 9(3) OCCURS 20 TIMES.
           01  SECUENCIA-VIGENTE PIC X.

      *    Totales de control.
           01  MOVIMIENTOS-LEIDOS PIC 9(6) VALUE ZERO.
           01  MOVIMIENTOS-REMESA PIC 9(6) VALUE ZERO.
           01  PATRONAL-MOVIMIENTOS PIC 9(11)V99 VALUE ZERO.
           01  PATRONAL-RESULTADOS PIC S9(11)V99 VALUE ZERO.
           01  RESULTADOS-CONTEO PIC 9(6) VALUE ZERO.
           01  REGULAR-CONTEO PIC 9(6) VALUE ZERO.
           01  REGULAR-BRUTO PIC S9(11)V99 VALUE ZERO.
           01  REGISTRO-CONTEO PIC 9(6) VALUE ZERO.
           01  REGISTRO-BRUTO PIC 9(11)V99 VALUE ZERO.
           01  TABLA-REGISTRO.
               05  REGISTRO-COLUMNA OCCURS 12 TIMES.
                   10  TRG-CODIGO PIC X(4).
                   10  TRG-TOTAL PIC 9(11)V99.
           01  INDICE-COL PIC 99.
           01  COLUMNA-HALLADA PIC 99.
           01  PAIS-EMPLEADOS PIC 9(6).
           01  PAIS-BASE PIC 9(11)V99.
           01  PAIS-IMPORTE PIC 9(11)V99.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-SIN-AUTORIDAD PIC 9(6) VALUE ZERO.
           01  TOTAL-DIFERENCIAS PIC 9(6) VALUE ZERO.
           01  PAGOS-CONTEO PIC 9(6) VALUE ZERO.
           01  PAGOS-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  CUADRE-A PIC S9(11)V99.
           01  CUADRE-B PIC S9(11)V99.

           01  LINEA-TITULO.
               05  FILLER PIC X(32)
                   VALUE 'REMESA DE IMPUESTOS      GRUPO '.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE ' PERIODO '.
               05  TIT-PERIODO PIC 9(6).
               05  FILLER PIC X(10) VALUE '  CORTE '.
               05  TIT-CORTE PIC 9(8).
               05  FILLER PIC X(10) VALUE '  VENCE '.
               05  TIT-VENCE PIC 9(8).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(3) VALUE 'PS'.
               05  FILLER PIC X(11) VALUE 'REGION'.
               05  FILLER PIC X(5) VALUE 'COD'.
               05  FILLER PIC X(21) VALUE 'DESCRIPCION'.
               05  FILLER PIC X(9) VALUE 'TIPO'.
               05  FILLER PIC X(8) VALUE '   EMPL.'.
               05  FILLER PIC X(18) VALUE '     BASE GRAVABLE'.
               05  FILLER PIC X(18) VALUE '           IMPORTE'.
               05  FILLER PIC X(9) VALUE '    VENCE'.

           01  LINEA-DETALLE.
               05  DET-PAIS PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-REGION PIC X(10).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-CODIGO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-DESCRIPCION PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-TIPO PIC X(8).
               05  DET-EMPLEADOS PIC ZZZ,ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BASE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-VENCE PIC 9(8).

           01  LINEA-SUBTOTAL.
               05  FILLER PIC X(11) VALUE 'TOTAL PAIS '.
               05  SUB-PAIS PIC X(2).
               05  FILLER PIC X(35) VALUE SPACES.
               05  SUB-EMPLEADOS PIC ZZZ,ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  SUB-BASE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  SUB-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-AUTORIDAD.
               05  AUL-NUMERO PIC ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  AUL-NOMBRE PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  AUL-CODIGO-BANCO PIC X(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  AUL-CUENTA PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  AUL-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-COMPARA.
               05  CMP-CONCEPTO PIC X(32).
               05  CMP-CONTEO-A PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' | '.
               05  CMP-CONTEO-B PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-B PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  CMP-ESTADO PIC X(11).

      *    Layout de pagos_banco.txt (PagosBanco-22): el detalle
      *    lleva el numero de autoridad en lugar del EMPLEADOS-ID.
           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'IMPUESTO'.

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

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Lo retenido se entera una vez cerrado el periodo: despues
      *    del cierre ya no cambian los resultados que se remesan.
           IF CRG-ULTIMO-EVENTO NOT = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] no esta cerrado; cierrelo con '
                   'PERIODOS-NOMINA antes de la remesa.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PARAMETRO.
           PERFORM CALCULAR-VENCIMIENTO.
           PERFORM CARGAR-CODIGOS.
           PERFORM CARGAR-SITIOS.
           PERFORM CARGAR-AUTORIDADES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-MOVIMIENTOS.
           PERFORM RECORRER-RESULTADOS.
           PERFORM LEER-REGISTRO-NOMINA.
           PERFORM ASIGNAR-AUTORIDADES.
           PERFORM ESCRIBIR-TITULO.
           PERFORM ESCRIBIR-RENGLONES.
           PERFORM ESCRIBIR-AUTORIDADES.
           PERFORM ESCRIBIR-CUADRE.
           PERFORM ESCRIBIR-PAGOS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Remesa  : ' TOTAL-RENGLONES ' renglones, importe '
               TOTAL-IMPORTE ' vence ' FECHA-VENCE.
           DISPLAY 'Pagos   : ' PAGOS-CONTEO ' autoridades, importe '
               PAGOS-IMPORTE ' en remesa_pagos.txt'.
           DISPLAY 'Sin autoridad: ' TOTAL-SIN-AUTORIDAD
               '  Diferencias: ' TOTAL-DIFERENCIAS
               ' Detalle en remesa_impuestos.txt'.
      *    RC 4 = lo retenido no cuadra con el registro o quedo sin
      *    pagar a alguna autoridad.
           IF TOTAL-DIFERENCIAS > ZERO OR TOTAL-SIN-AUTORIDAD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           MOVE DIA-DEFECTO TO DIA-VENCIMIENTO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-DIA-VENCIMIENTO IS NUMERIC AND
                               PAR-DIA-VENCIMIENTO > ZERO AND
                               PAR-DIA-VENCIMIENTO < 29
                           MOVE PAR-DIA-VENCIMIENTO TO DIA-VENCIMIENTO
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

      *    El dia se topa en 28 al leerlo, asi que cabe en cualquier
      *    mes.
       CALCULAR-VENCIMIENTO.
           MOVE CRG-FECHA-CORTE TO FECHA-VENCE.
           IF VEN-MES = 12
               MOVE 1 TO VEN-MES
               ADD 1 TO VEN-ANO
           ELSE
               ADD 1 TO VEN-MES
           END-IF.
           MOVE DIA-VENCIMIENTO TO VEN-DIA.

       CARGAR-CODIGOS.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-STATUS = '05' OR DEDUCCIONES-STATUS = '35'
               CLOSE DEDUCCIONES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-DEDUCCIONES
               PERFORM UNTIL FIN-DEDUCCIONES = 'S'
                   READ DEDUCCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEDUCCIONES
                       NOT AT END
                           PERFORM ANOTAR-CODIGO
                   END-READ
               END-PERFORM
               CLOSE DEDUCCIONES-ARCHIVO
           END-IF.
           IF TOTAL-CODIGOS = ZERO
               DISPLAY 'Aviso: deducciones.dat no tiene codigos de '
                   'impuesto por tabla ni cuotas patronales.'
           END-IF.

       ANOTAR-CODIGO.
           IF CLASE-PATRONAL OR METODO-TABLA OR METODO-TABLA-REGIONAL
               IF TOTAL-CODIGOS < MAXIMO-CODIGOS
                   ADD 1 TO TOTAL-CODIGOS
                   MOVE DEDUCCIONES-CODIGO TO TCO-CODIGO(TOTAL-CODIGOS)
                   MOVE DEDUCCIONES-DESCRIPCION
                       TO TCO-DESCRIPCION(TOTAL-CODIGOS)
                   IF CLASE-PATRONAL
                       MOVE 'P' TO TCO-TIPO(TOTAL-CODIGOS)
                   ELSE
                       MOVE 'I' TO TCO-TIPO(TOTAL-CODIGOS)
                   END-IF
                   IF METODO-TABLA-REGIONAL
                       MOVE 'S' TO TCO-REGIONAL(TOTAL-CODIGOS)
                   ELSE
                       MOVE 'N' TO TCO-REGIONAL(TOTAL-CODIGOS)
                   END-IF
                   MOVE ZERO TO TCO-REGULAR(TOTAL-CODIGOS)
                   MOVE ZERO TO TCO-ANULADO(TOTAL-CODIGOS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-CODIGOS
                       ' codigos; ' DEDUCCIONES-CODIGO
                       ' queda fuera de la remesa.'
               END-IF
           END-IF.

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

       CARGAR-AUTORIDADES.
           OPEN INPUT AUTORIDADES-ARCHIVO.
           IF AUTORIDADES-STATUS = '05' OR AUTORIDADES-STATUS = '35'
               CLOSE AUTORIDADES-ARCHIVO
               DISPLAY 'Aviso: no existe autoridades_fiscales.dat; '
                   'la remesa sale sin pagos.'
           ELSE
               MOVE 'N' TO FIN-AUTORIDADES
               PERFORM UNTIL FIN-AUTORIDADES = 'S'
                   READ AUTORIDADES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-AUTORIDADES
                       NOT AT END
                           PERFORM ANOTAR-AUTORIDAD
                   END-READ
               END-PERFORM
               CLOSE AUTORIDADES-ARCHIVO
           END-IF.

       ANOTAR-AUTORIDAD.
           IF TOTAL-AUTORIDADES < MAXIMO-AUTORIDADES
               ADD 1 TO TOTAL-AUTORIDADES
               MOVE AUT-PAIS TO TAU-PAIS(TOTAL-AUTORIDADES)
               MOVE FUNCTION UPPER-CASE(AUT-REGION)
                   TO TAU-REGION(TOTAL-AUTORIDADES)
               MOVE AUT-CODIGO TO TAU-CODIGO(TOTAL-AUTORIDADES)
               MOVE AUT-NOMBRE TO TAU-NOMBRE(TOTAL-AUTORIDADES)
               MOVE AUT-CODIGO-BANCO
                   TO TAU-CODIGO-BANCO(TOTAL-AUTORIDADES)
               MOVE AUT-CUENTA TO TAU-CUENTA(TOTAL-AUTORIDADES)
               MOVE AUT-REFERENCIA
                   TO TAU-REFERENCIA(TOTAL-AUTORIDADES)
               MOVE ZERO TO TAU-IMPORTE(TOTAL-AUTORIDADES)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-AUTORIDADES
                   ' autoridades; ' AUT-NOMBRE ' queda fuera.'
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
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
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

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CLOSE PAGOS-ARCHIVO.

      *    Un recorrido de movimientos_nomina.dat: las lineas de un
      *    resultado van juntas y la base gravable 'G' llega antes
      *    que sus codigos, asi que el resultado se valida una vez
      *    por clave.
       RECORRER-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               DISPLAY 'Aviso: no existe movimientos_nomina.dat; no '
                   'hay retenciones que remesar.'
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           IF MOV-PERIODO = CRG-PERIODO AND
                                   (MOV-TIPO = 'R' OR MOV-TIPO = 'E')
                                   AND (MOV-CODIGO-YTD OR
                                   MOV-CUOTA-PATRONAL OR
                                   MOV-BASE-GRAVABLE)
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
               IF MOV-BASE-GRAVABLE
                   MOVE MOV-IMPORTE TO BASE-GRAVABLE-RES
               ELSE
                   PERFORM BUSCAR-CODIGO
                   IF CODIGO-HALLADO > ZERO
                       PERFORM ANOTAR-MOVIMIENTO-CODIGO
                   END-IF
               END-IF
           END-IF.

      *    Resultado del grupo que se remesa, y si tiene anulacion
      *    'A' de la misma secuencia. Sin linea 'G' (recibos viejos)
      *    la base gravable es el bruto del resultado.
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
                       MOVE RES-BRUTO TO BRUTO-RESULTADO
                       MOVE RES-BRUTO TO BASE-GRAVABLE-RES
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
           IF RESULTADO-VIGENTE = 'S' AND RESULTADO-ANULADO = 'N' AND
                   MOV-EMPLEADOS-ID NOT = ID-CARGADO
               PERFORM CARGAR-EMPLEADO
           END-IF.

      *    Pais del domicilio para los codigos nacionales; pais y
      *    region del sitio de trabajo para los regionales. Sin
      *    maestro el renglon sale con pais '??' y sin autoridad.
       CARGAR-EMPLEADO.
           MOVE MOV-EMPLEADOS-ID TO ID-CARGADO.
           MOVE MOV-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'Aviso: el ID ' MOV-EMPLEADOS-ID
                       ' ya no esta en el maestro.'
                   MOVE '??' TO PAIS-EMPLEADO
                   MOVE '??' TO PAIS-IMPUESTO
                   MOVE SPACES TO REGION-IMPUESTO
               NOT INVALID KEY
                   MOVE DIR-CODIGO-PAIS TO PAIS-EMPLEADO
                   PERFORM DETERMINAR-REGION-IMPUESTO
           END-READ.

      *    Mismo criterio que DETERMINAR-REGION-IMPUESTO en
      *    RecibosNomina-21.
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

      *    'Y' solo cuenta para un codigo de impuesto y 'C' solo para
      *    una cuota patronal.
       BUSCAR-CODIGO.
           MOVE ZERO TO CODIGO-HALLADO.
           PERFORM VARYING INDICE-CODIGO FROM 1 BY 1
                   UNTIL INDICE-CODIGO > TOTAL-CODIGOS OR
                       CODIGO-HALLADO > ZERO
               IF TCO-CODIGO(INDICE-CODIGO) = MOV-REFERENCIA
                   IF (MOV-CODIGO-YTD AND
                           TCO-IMPUESTO(INDICE-CODIGO)) OR
                           (MOV-CUOTA-PATRONAL AND
                           TCO-PATRONAL(INDICE-CODIGO))
                       MOVE INDICE-CODIGO TO CODIGO-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

       ANOTAR-MOVIMIENTO-CODIGO.
           IF RESULTADO-ANULADO = 'S'
               IF MOV-TIPO = 'R' AND MOV-CODIGO-YTD
                   ADD MOV-IMPORTE TO TCO-ANULADO(CODIGO-HALLADO)
               END-IF
           ELSE
               ADD 1 TO MOVIMIENTOS-REMESA
               IF MOV-TIPO = 'R' AND MOV-CODIGO-YTD
                   ADD MOV-IMPORTE TO TCO-REGULAR(CODIGO-HALLADO)
               END-IF
               IF MOV-CUOTA-PATRONAL
                   ADD MOV-IMPORTE TO PATRONAL-MOVIMIENTOS
               END-IF
               PERFORM ACUMULAR-RENGLON
           END-IF.

      *    La cuota patronal se calcula sobre el bruto; el impuesto
      *    del empleado sobre la base gravable del recibo.
       ACUMULAR-RENGLON.
           IF TCO-REGIONAL(CODIGO-HALLADO) = 'S'
               MOVE PAIS-IMPUESTO TO PAIS-RENGLON
               MOVE REGION-IMPUESTO TO REGION-RENGLON
           ELSE
               MOVE PAIS-EMPLEADO TO PAIS-RENGLON
               MOVE SPACES TO REGION-RENGLON
           END-IF.
           IF TCO-PATRONAL(CODIGO-HALLADO)
               MOVE BRUTO-RESULTADO TO BASE-RENGLON
           ELSE
               MOVE BASE-GRAVABLE-RES TO BASE-RENGLON
           END-IF.
           MOVE ZERO TO RENGLON-HALLADO.
           PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                   UNTIL INDICE-RENGLON > TOTAL-RENGLONES OR
                       RENGLON-HALLADO > ZERO
               IF TRE-PAIS(INDICE-RENGLON) = PAIS-RENGLON AND
                       TRE-REGION(INDICE-RENGLON) = REGION-RENGLON AND
                       TRE-CODIGO-IDX(INDICE-RENGLON) = CODIGO-HALLADO
                   MOVE INDICE-RENGLON TO RENGLON-HALLADO
               END-IF
           END-PERFORM.
           IF RENGLON-HALLADO = ZERO
               IF TOTAL-RENGLONES < MAXIMO-RENGLONES
                   ADD 1 TO TOTAL-RENGLONES
                   MOVE TOTAL-RENGLONES TO RENGLON-HALLADO
                   MOVE PAIS-RENGLON TO TRE-PAIS(RENGLON-HALLADO)
                   MOVE REGION-RENGLON TO TRE-REGION(RENGLON-HALLADO)
                   MOVE TCO-CODIGO(CODIGO-HALLADO)
                       TO TRE-CODIGO(RENGLON-HALLADO)
                   MOVE CODIGO-HALLADO
                       TO TRE-CODIGO-IDX(RENGLON-HALLADO)
                   MOVE ZERO TO TRE-EMPLEADOS(RENGLON-HALLADO)
                   MOVE ZERO TO TRE-ULTIMO-ID(RENGLON-HALLADO)
                   MOVE ZERO TO TRE-BASE(RENGLON-HALLADO)
                   MOVE ZERO TO TRE-IMPORTE(RENGLON-HALLADO)
                   MOVE ZERO TO TRE-AUTORIDAD(RENGLON-HALLADO)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-RENGLONES
                       ' renglones; ' MOV-REFERENCIA ' del ID '
                       MOV-EMPLEADOS-ID ' queda fuera.'
                   ADD 1 TO TOTAL-DIFERENCIAS
               END-IF
           END-IF.
           IF RENGLON-HALLADO > ZERO
               IF TRE-ULTIMO-ID(RENGLON-HALLADO) NOT = MOV-EMPLEADOS-ID
                   ADD 1 TO TRE-EMPLEADOS(RENGLON-HALLADO)
                   MOVE MOV-EMPLEADOS-ID
                       TO TRE-ULTIMO-ID(RENGLON-HALLADO)
               END-IF
               ADD BASE-RENGLON TO TRE-BASE(RENGLON-HALLADO)
               ADD MOV-IMPORTE TO TRE-IMPORTE(RENGLON-HALLADO)
               ADD MOV-IMPORTE TO TOTAL-IMPORTE
           END-IF.

      *    Cuota patronal de los resultados vigentes del grupo y
      *    periodo, y bruto de la corrida regular (vigente o
      *    anulada, como quedo en el registro). En orden de clave
      *    las anulaciones 'A' de un empleado llegan antes que sus
      *    'E' y su 'R'.
       RECORRER-RESULTADOS.
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
                               RES-PERIODO = CRG-PERIODO
                           PERFORM REVISAR-RESULTADO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-RESULTADO.
           IF RES-EMPLEADOS-ID NOT = ID-ANULADOS
               MOVE RES-EMPLEADOS-ID TO ID-ANULADOS
               MOVE ZERO TO ANULADOS-EMPLEADO
           END-IF.
           IF RES-ANULACION
               IF ANULADOS-EMPLEADO < 20
                   ADD 1 TO ANULADOS-EMPLEADO
                   MOVE RES-SECUENCIA
                       TO SECUENCIA-ANULADA(ANULADOS-EMPLEADO)
               END-IF
           ELSE
               MOVE 'S' TO SECUENCIA-VIGENTE
               PERFORM VARYING INDICE-ANULADO FROM 1 BY 1
                       UNTIL INDICE-ANULADO > ANULADOS-EMPLEADO
                   IF SECUENCIA-ANULADA(INDICE-ANULADO) = RES-SECUENCIA
                       MOVE 'N' TO SECUENCIA-VIGENTE
                   END-IF
               END-PERFORM
               IF RES-REGULAR
                   ADD 1 TO REGULAR-CONTEO
                   ADD RES-BRUTO TO REGULAR-BRUTO
               END-IF
               IF SECUENCIA-VIGENTE = 'S'
                   ADD 1 TO RESULTADOS-CONTEO
                   ADD RES-PATRONAL TO PATRONAL-RESULTADOS
               END-IF
           END-IF.

      *    Encabezado (codigo de cada columna), conteo de lineas de
      *    detalle y la ultima linea TOTAL del registro; una corrida
      *    reanudada puede dejar mas de un total, vale el ultimo.
       LEER-REGISTRO-NOMINA.
           PERFORM VARYING INDICE-COL FROM 1 BY 1 UNTIL INDICE-COL > 12
               MOVE SPACES TO TRG-CODIGO(INDICE-COL)
               MOVE ZERO TO TRG-TOTAL(INDICE-COL)
           END-PERFORM.
           OPEN INPUT REGISTRO-ARCHIVO.
           IF REGISTRO-STATUS = '05' OR REGISTRO-STATUS = '35'
               DISPLAY 'Aviso: no existe registro_nomina.txt; la '
                   'remesa no se puede cuadrar.'
           ELSE
               MOVE 'N' TO FIN-REGISTRO
               PERFORM UNTIL FIN-REGISTRO = 'S'
                   READ REGISTRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-REGISTRO
                       NOT AT END
                           PERFORM LEER-LINEA-REGISTRO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REGISTRO-ARCHIVO.

       LEER-LINEA-REGISTRO.
           EVALUATE TRUE
               WHEN RGT-ETIQUETA = 'ID'
                   MOVE ZERO TO REGISTRO-CONTEO
                   PERFORM VARYING INDICE-COL FROM 1 BY 1
                           UNTIL INDICE-COL > 12
                       MOVE RGT-COL-CODIGO(INDICE-COL)
                           TO TRG-CODIGO(INDICE-COL)
                   END-PERFORM
               WHEN RGL-ETIQUETA = 'TOTAL'
                   MOVE 'S' TO HAY-REGISTRO
                   MOVE RGL-BRUTO TO REGISTRO-BRUTO
                   PERFORM VARYING INDICE-COL FROM 1 BY 1
                           UNTIL INDICE-COL > 12
                       MOVE RGL-COL(INDICE-COL) TO TRG-TOTAL(INDICE-COL)
                   END-PERFORM
               WHEN LINEA-REGISTRO(1:6) IS NUMERIC
                   ADD 1 TO REGISTRO-CONTEO
           END-EVALUATE.

      *    Primero la autoridad del codigo exacto; si no hay, la del
      *    pais / region con codigo en blanco.
       ASIGNAR-AUTORIDADES.
           PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                   UNTIL INDICE-RENGLON > TOTAL-RENGLONES
               MOVE ZERO TO AUTORIDAD-HALLADA
               PERFORM VARYING INDICE-AUTORIDAD FROM 1 BY 1
                       UNTIL INDICE-AUTORIDAD > TOTAL-AUTORIDADES OR
                           AUTORIDAD-HALLADA > ZERO
                   IF TAU-PAIS(INDICE-AUTORIDAD) =
                           TRE-PAIS(INDICE-RENGLON) AND
                           TAU-REGION(INDICE-AUTORIDAD) =
                           TRE-REGION(INDICE-RENGLON) AND
                           TAU-CODIGO(INDICE-AUTORIDAD) =
                           TRE-CODIGO(INDICE-RENGLON)
                       MOVE INDICE-AUTORIDAD TO AUTORIDAD-HALLADA
                   END-IF
               END-PERFORM
               PERFORM VARYING INDICE-AUTORIDAD FROM 1 BY 1
                       UNTIL INDICE-AUTORIDAD > TOTAL-AUTORIDADES OR
                           AUTORIDAD-HALLADA > ZERO
                   IF TAU-PAIS(INDICE-AUTORIDAD) =
                           TRE-PAIS(INDICE-RENGLON) AND
                           TAU-REGION(INDICE-AUTORIDAD) =
                           TRE-REGION(INDICE-RENGLON) AND
                           TAU-CODIGO(INDICE-AUTORIDAD) = SPACES
                       MOVE INDICE-AUTORIDAD TO AUTORIDAD-HALLADA
                   END-IF
               END-PERFORM
               MOVE AUTORIDAD-HALLADA TO TRE-AUTORIDAD(INDICE-RENGLON)
               IF AUTORIDAD-HALLADA > ZERO
                   ADD TRE-IMPORTE(INDICE-RENGLON)
                       TO TAU-IMPORTE(AUTORIDAD-HALLADA)
               ELSE
                   IF TRE-IMPORTE(INDICE-RENGLON) > ZERO
                       ADD 1 TO TOTAL-SIN-AUTORIDAD
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-TITULO.
           MOVE CRG-GRUPO TO TIT-GRUPO.
           MOVE CRG-PERIODO TO TIT-PERIODO.
           MOVE CRG-FECHA-CORTE TO TIT-CORTE.
           MOVE FECHA-VENCE TO TIT-VENCE.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Renglones agrupados por pais, en el orden en que aparecio
      *    cada pais, con subtotal.
       ESCRIBIR-RENGLONES.
           MOVE ZERO TO TOTAL-PAISES.
           PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                   UNTIL INDICE-RENGLON > TOTAL-RENGLONES
               MOVE 'N' TO PAIS-HALLADO
               PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                       UNTIL INDICE-PAIS > TOTAL-PAISES
                   IF TPA-PAIS(INDICE-PAIS) = TRE-PAIS(INDICE-RENGLON)
                       MOVE 'S' TO PAIS-HALLADO
                   END-IF
               END-PERFORM
               IF PAIS-HALLADO = 'N' AND TOTAL-PAISES < 50
                   ADD 1 TO TOTAL-PAISES
                   MOVE TRE-PAIS(INDICE-RENGLON)
                       TO TPA-PAIS(TOTAL-PAISES)
               END-IF
           END-PERFORM.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > TOTAL-PAISES
               PERFORM ESCRIBIR-PAIS
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-SUBTOTAL.
           MOVE 'TOTAL REMESA' TO LINEA-SUBTOTAL(1:12).
           MOVE TOTAL-IMPORTE TO SUB-IMPORTE.
           MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-PAIS.
           MOVE ZERO TO PAIS-EMPLEADOS.
           MOVE ZERO TO PAIS-BASE.
           MOVE ZERO TO PAIS-IMPORTE.
           PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                   UNTIL INDICE-RENGLON > TOTAL-RENGLONES
               IF TRE-PAIS(INDICE-RENGLON) = TPA-PAIS(INDICE-PAIS)
                   PERFORM ESCRIBIR-RENGLON
               END-IF
           END-PERFORM.
           MOVE TPA-PAIS(INDICE-PAIS) TO SUB-PAIS.
           MOVE PAIS-EMPLEADOS TO SUB-EMPLEADOS.
           MOVE PAIS-BASE TO SUB-BASE.
           MOVE PAIS-IMPORTE TO SUB-IMPORTE.
           MOVE LINEA-SUBTOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    El subtotal de empleados y base suma renglones: el mismo
      *    empleado cuenta en cada codigo que se le retuvo.
       ESCRIBIR-RENGLON.
           MOVE TRE-CODIGO-IDX(INDICE-RENGLON) TO INDICE-CODIGO.
           MOVE TRE-PAIS(INDICE-RENGLON) TO DET-PAIS.
           MOVE TRE-REGION(INDICE-RENGLON) TO DET-REGION.
           MOVE TRE-CODIGO(INDICE-RENGLON) TO DET-CODIGO.
           MOVE TCO-DESCRIPCION(INDICE-CODIGO) TO DET-DESCRIPCION.
           IF TCO-PATRONAL(INDICE-CODIGO)
               MOVE 'PATRONAL' TO DET-TIPO
           ELSE
               MOVE 'IMPUESTO' TO DET-TIPO
           END-IF.
           MOVE TRE-EMPLEADOS(INDICE-RENGLON) TO DET-EMPLEADOS.
           MOVE TRE-BASE(INDICE-RENGLON) TO DET-BASE.
           MOVE TRE-IMPORTE(INDICE-RENGLON) TO DET-IMPORTE.
           MOVE FECHA-VENCE TO DET-VENCE.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD TRE-EMPLEADOS(INDICE-RENGLON) TO PAIS-EMPLEADOS.
           ADD TRE-BASE(INDICE-RENGLON) TO PAIS-BASE.
           ADD TRE-IMPORTE(INDICE-RENGLON) TO PAIS-IMPORTE.

       ESCRIBIR-AUTORIDADES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'PAGO POR AUTORIDAD' TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-AUTORIDAD FROM 1 BY 1
                   UNTIL INDICE-AUTORIDAD > TOTAL-AUTORIDADES
               IF TAU-IMPORTE(INDICE-AUTORIDAD) > ZERO
                   MOVE INDICE-AUTORIDAD TO AUL-NUMERO
                   MOVE TAU-NOMBRE(INDICE-AUTORIDAD) TO AUL-NOMBRE
                   MOVE TAU-CODIGO-BANCO(INDICE-AUTORIDAD)
                       TO AUL-CODIGO-BANCO
                   MOVE TAU-CUENTA(INDICE-AUTORIDAD) TO AUL-CUENTA
                   MOVE TAU-IMPORTE(INDICE-AUTORIDAD) TO AUL-IMPORTE
                   MOVE LINEA-AUTORIDAD TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           IF TOTAL-SIN-AUTORIDAD > ZERO
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 'RENGLONES SIN AUTORIDAD (autoridades_fiscales)'
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                       UNTIL INDICE-RENGLON > TOTAL-RENGLONES
                   IF TRE-AUTORIDAD(INDICE-RENGLON) = ZERO AND
                           TRE-IMPORTE(INDICE-RENGLON) > ZERO
                       PERFORM ESCRIBIR-RENGLON
                   END-IF
               END-PERFORM
           END-IF.

      *    Lo retenido en la corrida regular (vigente mas anulado
      *    despues) contra cada columna del registro, y la cuota
      *    patronal por codigo contra la de los resultados.
       ESCRIBIR-CUADRE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'CUADRE CONTRA REGISTRO DE NOMINA' TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF HAY-REGISTRO = 'N'
               MOVE 'No hay linea TOTAL en registro_nomina.txt.'
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO TOTAL-DIFERENCIAS
           ELSE
               MOVE 'Bruto regular | registro' TO CMP-CONCEPTO
               MOVE REGULAR-CONTEO TO CMP-CONTEO-A
               MOVE REGULAR-BRUTO TO CMP-IMPORTE-A
               MOVE REGISTRO-CONTEO TO CMP-CONTEO-B
               MOVE REGISTRO-BRUTO TO CMP-IMPORTE-B
               MOVE REGULAR-BRUTO TO CUADRE-A
               MOVE REGISTRO-BRUTO TO CUADRE-B
               PERFORM MARCAR-CUADRE
               IF REGULAR-CONTEO NOT = REGISTRO-CONTEO AND
                       CMP-ESTADO = 'CUADRA'
                   MOVE 'DIFIERE' TO CMP-ESTADO
                   ADD 1 TO TOTAL-DIFERENCIAS
               END-IF
               PERFORM ESCRIBIR-RENGLON-COMPARA
               PERFORM VARYING INDICE-CODIGO FROM 1 BY 1
                       UNTIL INDICE-CODIGO > TOTAL-CODIGOS
                   IF TCO-IMPUESTO(INDICE-CODIGO)
                       PERFORM CUADRAR-CODIGO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 'Patronal movimientos | result.' TO CMP-CONCEPTO.
           MOVE RESULTADOS-CONTEO TO CMP-CONTEO-A.
           MOVE PATRONAL-MOVIMIENTOS TO CMP-IMPORTE-A.
           MOVE RESULTADOS-CONTEO TO CMP-CONTEO-B.
           MOVE PATRONAL-RESULTADOS TO CMP-IMPORTE-B.
           MOVE PATRONAL-MOVIMIENTOS TO CUADRE-A.
           MOVE PATRONAL-RESULTADOS TO CUADRE-B.
           PERFORM MARCAR-CUADRE.
           PERFORM ESCRIBIR-RENGLON-COMPARA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING 'TOTAL DIFERENCIAS: ' TOTAL-DIFERENCIAS
               '   RENGLONES SIN AUTORIDAD: ' TOTAL-SIN-AUTORIDAD
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Un codigo de impuesto sin columna propia cae en OTROS del
      *    registro y no deja su detalle por codigo: no se puede
      *    remesar ni cuadrar.
       CUADRAR-CODIGO.
           MOVE ZERO TO COLUMNA-HALLADA.
           PERFORM VARYING INDICE-COL FROM 1 BY 1 UNTIL INDICE-COL > 12
               IF TRG-CODIGO(INDICE-COL) = TCO-CODIGO(INDICE-CODIGO)
                   MOVE INDICE-COL TO COLUMNA-HALLADA
               END-IF
           END-PERFORM.
           MOVE SPACES TO CMP-CONCEPTO.
           STRING 'Codigo ' TCO-CODIGO(INDICE-CODIGO)
               ' regular+anul. | reg.'
               DELIMITED BY SIZE INTO CMP-CONCEPTO.
           MOVE ZERO TO CMP-CONTEO-A.
           MOVE ZERO TO CMP-CONTEO-B.
           COMPUTE CUADRE-A = TCO-REGULAR(INDICE-CODIGO) +
               TCO-ANULADO(INDICE-CODIGO).
           MOVE CUADRE-A TO CMP-IMPORTE-A.
           IF COLUMNA-HALLADA = ZERO
               MOVE ZERO TO CMP-IMPORTE-B
               MOVE 'SIN COLUMNA' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           ELSE
               MOVE TRG-TOTAL(COLUMNA-HALLADA) TO CUADRE-B
               MOVE CUADRE-B TO CMP-IMPORTE-B
               PERFORM MARCAR-CUADRE
           END-IF.
           PERFORM ESCRIBIR-RENGLON-COMPARA.

       MARCAR-CUADRE.
           IF CUADRE-A = CUADRE-B
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.

       ESCRIBIR-RENGLON-COMPARA.
           MOVE LINEA-COMPARA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Un detalle por autoridad con importe, fechado al
      *    vencimiento.
       ESCRIBIR-PAGOS.
           MOVE FECHA-VENCE TO CAB-FECHA.
           MOVE LINEA-CABECERA TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           PERFORM VARYING INDICE-AUTORIDAD FROM 1 BY 1
                   UNTIL INDICE-AUTORIDAD > TOTAL-AUTORIDADES
               IF TAU-IMPORTE(INDICE-AUTORIDAD) > ZERO
                   MOVE INDICE-AUTORIDAD TO PDE-ID
                   MOVE TAU-CODIGO-BANCO(INDICE-AUTORIDAD)
                       TO PDE-CODIGO-BANCO
                   MOVE TAU-CUENTA(INDICE-AUTORIDAD) TO PDE-CUENTA
                   MOVE TAU-IMPORTE(INDICE-AUTORIDAD) TO PDE-IMPORTE
                   MOVE TAU-REFERENCIA(INDICE-AUTORIDAD)
                       TO PDE-ID-FISCAL
                   MOVE LINEA-PAGO-DETALLE TO LINEA-PAGO
                   WRITE LINEA-PAGO
                   ADD 1 TO PAGOS-CONTEO
                   ADD TAU-IMPORTE(INDICE-AUTORIDAD) TO PAGOS-IMPORTE
               END-IF
           END-PERFORM.
           MOVE PAGOS-CONTEO TO COLA-CONTEO.
           MOVE PAGOS-IMPORTE TO COLA-IMPORTE.
           MOVE LINEA-COLA TO LINEA-PAGO.
           WRITE LINEA-PAGO.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REMESA-IMPUESTOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE MOVIMIENTOS-LEIDOS TO RUN-LEIDOS
               MOVE PAGOS-CONTEO TO RUN-ESCRITOS
               COMPUTE RUN-RECHAZADOS =
                   TOTAL-DIFERENCIAS + TOTAL-SIN-AUTORIDAD
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM REMESA-IMPUESTOS.
