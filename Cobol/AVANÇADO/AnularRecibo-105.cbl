      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anulacion de un recibo ya pagado (salario mal
      *          capturado, baja que no se proceso a tiempo): el
      *          resultado regular o extraordinario de un empleado en
      *          un periodo queda contrarrestado por un resultado tipo
      *          'A' con los importes en negativo en
      *          resultados_nomina.dat, los acumulados del ano en
      *          ytd.dat se rebajan, los saldos que el recibo consumio
      *          (prestamos.dat, embargos.dat, atrasos.dat,
      *          cuentas_retiro.dat; detalle en
      *          movimientos_nomina.dat) se devuelven, la poliza de
      *          reverso en el layout de ExtractoContable-74 se anexa a
      *          poliza_anulaciones.txt y queda la linea ANULA-RECIBO
      *          en auditoria.txt. El recibo correcto se paga despues
      *          por la nomina extraordinaria (NominaExtra-104).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULAR-RECIBO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

      *    Lo que consumio cada recibo (RecibosNomina-21 y
      *    NominaExtra-104).
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO 'prestamos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRE-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PRESTAMOS-STATUS.

           SELECT OPTIONAL EMBARGOS-ARCHIVO
           ASSIGN TO 'embargos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMB-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMBARGOS-STATUS.

           SELECT OPTIONAL ATRASOS-ARCHIVO
           ASSIGN TO 'atrasos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ATR-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ATRASOS-STATUS.

      *    Cuenta de retiro (PlanRetiro-111): lo aportado por el
      *    recibo, del empleado y de la empresa, se le quita.
           SELECT OPTIONAL CUENTAS-RETIRO-ARCHIVO
           ASSIGN TO 'cuentas_retiro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CTR-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CUENTAS-RETIRO-STATUS.

      *    Repartos multi-departamento (AsignacionCostos-63): el
      *    reverso de un recibo regular se reparte igual que lo
      *    repartio ExtractoContable-74.
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASIG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

      *    Un lote por anulacion, anexado; finanzas lo importa al
      *    mayor igual que poliza_contable.txt.
           SELECT OPTIONAL POLIZA-ARCHIVO
           ASSIGN TO 'poliza_anulaciones.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLIZA-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

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
      *                'E' de la misma secuencia.
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
                   88  MOV-BASE-GRAVABLE VALUE 'G'.
                   88  MOV-APORTE-RETIRO VALUE 'J'.
                   88  MOV-MATCH-RETIRO VALUE 'M'.
               05  MOV-REFERENCIA PIC X(12).
      *            Orden de embargo, o codigo del atraso / del YTD
      *            / del plan de retiro.
               05  MOV-IMPORTE PIC 9(9)V99.

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
               05  YTD-GRAVABLE PIC S9(11)V99.
      *            Base gravable del ano (bruto menos lo no gravable),
      *            para la declaracion informativa anual.

       FD  PRESTAMOS-ARCHIVO.
           01  PRESTAMOS-REGISTRO.
               05  PRE-EMPLEADOS-ID PIC 9(6).
               05  PRE-PRINCIPAL PIC 9(9)V99.
               05  PRE-FECHA-OTORGADO PIC 9(8).
               05  PRE-CUOTA PIC 9(7)V99.
               05  PRE-SALDO PIC 9(9)V99.

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
      *            Juzgado u organismo que recibe lo retenido
      *            (beneficiarios_embargo.dat).

       FD  ATRASOS-ARCHIVO.
           01  ATRASOS-REGISTRO.
               05  ATR-CLAVE.
                   10  ATR-EMPLEADOS-ID PIC 9(6).
                   10  ATR-CODIGO PIC X(4).
               05  ATR-MONTO PIC 9(9)V99.

       FD  CUENTAS-RETIRO-ARCHIVO.
           01  CUENTAS-RETIRO-REGISTRO.
               05  CTR-EMPLEADOS-ID PIC 9(6).
               05  CTR-PLAN PIC X(4).
               05  CTR-APORTE-EMPLEADO PIC S9(9)V99.
               05  CTR-APORTE-PATRON PIC S9(9)V99.
               05  CTR-ULTIMO-PERIODO PIC 9(6).
               05  CTR-FECHA-ALTA PIC 9(8).

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASIG-CLAVE.
                   10  ASIG-EMPLEADOS-ID PIC 9(6).
                   10  ASIG-DEPARTAMENTO PIC X(4).
               05  ASIG-PORCENTAJE PIC 9(3).

       FD  POLIZA-ARCHIVO.
           01  LINEA-POLIZA PIC X(60).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(32)
               VALUE 'ID del empleado (6 digitos): '.
           01  PERIODO-TXT PIC X(32)
               VALUE 'Periodo del recibo (AAAANN): '.
           01  TIPO-TXT PIC X(44)
               VALUE 'Tipo (R=regular E=extraordinario): '.
           01  SECUENCIA-TXT PIC X(40)
               VALUE 'Secuencia de la extraordinaria (001): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  CONFIRMA PIC X.
           01  OPCION-MENU PIC X.
           01  RESULTADOS-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  YTD-STATUS PIC XX.
           01  PRESTAMOS-STATUS PIC XX.
           01  EMBARGOS-STATUS PIC XX.
           01  ATRASOS-STATUS PIC XX.
           01  CUENTAS-RETIRO-STATUS PIC XX.
           01  ASIGNACIONES-STATUS PIC XX.
           01  POLIZA-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  HAY-PRESTAMOS PIC X VALUE 'N'.
           01  HAY-EMBARGOS PIC X VALUE 'N'.
           01  HAY-ATRASOS PIC X VALUE 'N'.
           01  HAY-CUENTAS-RETIRO PIC X VALUE 'N'.
           01  HAY-ASIGNACIONES PIC X VALUE 'N'.
           01  FIN-RESULTADOS PIC X.
           01  FIN-MOVIMIENTOS PIC X.
           01  FIN-ASIGNACIONES PIC X.
           01  CAMPO-VALIDO PIC X.
           01  RECIBO-HALLADO PIC X.
           01  YTD-EXISTE PIC X.
           01  ATRASO-EXISTE PIC X.
           01  YTD-COD-HALLADO PIC X.
           01  INDICE-YTD PIC 99.
           01  NUMERO-ENTRADA PIC X(6).
           01  SECUENCIA-ENTRADA PIC X(3).
           01  FECHA-HOY PIC 9(8).

      *    Recibo a anular, tal como quedo en resultados_nomina.dat.
           01  ANU-EMPLEADOS-ID PIC 9(6).
           01  ANU-PERIODO PIC 9(6).
           01  ANU-PERIODO-R REDEFINES ANU-PERIODO.
               05  ANU-ANO PIC 9(4).
               05  FILLER PIC 99.
           01  ANU-TIPO PIC X.
               88  ANU-REGULAR VALUE 'R'.
               88  ANU-EXTRAORDINARIA VALUE 'E'.
           01  ANU-SECUENCIA PIC 9(3).
           01  ANU-DEPARTAMENTO PIC X(4).
           01  ANU-BRUTO PIC S9(9)V99.
           01  ANU-DEDUCCIONES PIC S9(9)V99.
           01  ANU-PATRONAL PIC S9(9)V99.
           01  ANU-NETO PIC S9(9)V99.
           01  ANU-GRUPO PIC X(4).

           01  TOTAL-DEVUELTOS PIC 9(3).
           01  IMPORTE-QUITAR PIC 9(9)V99.
           01  IMPORTE-EDITADO PIC -ZZZ,ZZZ,ZZ9.99.

      *    Cuentas del plan contable (las de ExtractoContable-74).
           01  CUENTA-SUELDOS PIC X(6) VALUE '610000'.
           01  CUENTA-PATRONAL PIC X(6) VALUE '620000'.
           01  CUENTA-RETENCIONES PIC X(6) VALUE '210000'.
           01  CUENTA-NETO-PAGAR PIC X(6) VALUE '220000'.
           01  CUENTA-PROV-PATRONAL PIC X(6) VALUE '230000'.

      *    Repartos del empleado (mismo criterio de tabla chica que
      *    JUNTAR-PARTES-EMPLEADO en ExtractoContable-74).
           01  MAXIMO-PARTES PIC 99 VALUE 10.
           01  TOTAL-PARTES PIC 99.
           01  INDICE-PARTE PIC 99.
           01  TABLA-PARTES.
               05  PARTE-ENTRADA OCCURS 10 TIMES.
                   10  PARTE-DEPARTAMENTO PIC X(4).
                   10  PARTE-PORCENTAJE PIC 9(3).
           01  DEPTO-CARGADO PIC X(4).
           01  BRUTO-PARTE PIC 9(9)V99.
           01  PATRONAL-PARTE PIC 9(9)V99.
           01  BRUTO-RESTANTE PIC 9(9)V99.
           01  PATRONAL-RESTANTE PIC 9(9)V99.
           01  TOTAL-LINEAS PIC 9(5).
           01  HASH-CONTROL PIC 9(13)V99.

           01  LINEA-LOTE-CABECERA.
               05  FILLER PIC X(1) VALUE 'H'.
               05  LOT-FECHA PIC 9(8).
               05  LOT-PERIODO PIC 9(6).
               05  FILLER PIC X(8) VALUE 'ANULACIO'.
               05  LOT-GRUPO PIC X(4).

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

      *    Mismo formato de linea que REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05; tras el ID va periodo, tipo y
      *    secuencia del recibo anulado.
           01  AUDITORIA-FECHA-HORA PIC 9(14).
           01  AUDITORIA-FECHA-HORA-R REDEFINES AUDITORIA-FECHA-HORA.
               05  AUD-ANO PIC 9(4).
               05  AUD-MES PIC 99.
               05  AUD-DIA PIC 99.
               05  AUD-HORA PIC 99.
               05  AUD-MIN PIC 99.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12) VALUE 'ANULA-RECIBO'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS = '35' OR RESULTADOS-STATUS = '05'
               DISPLAY 'Todavia no hay resultados de nomina; no hay '
                   'recibos que anular.'
               CLOSE RESULTADOS-ARCHIVO
               STOP RUN
           END-IF.
           IF RESULTADOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo RESULTADOS. STATUS ='
                   RESULTADOS-STATUS
               STOP RUN
           END-IF.
           OPEN I-O YTD-ARCHIVO.
           IF YTD-STATUS NOT = '00' AND YTD-STATUS NOT = '05'
               DISPLAY 'Error de archivo YTD-ARCHIVO. STATUS ='
                   YTD-STATUS
               STOP RUN
           END-IF.
           OPEN I-O PRESTAMOS-ARCHIVO.
           IF PRESTAMOS-STATUS = '00'
               MOVE 'S' TO HAY-PRESTAMOS
           END-IF.
           OPEN I-O EMBARGOS-ARCHIVO.
           IF EMBARGOS-STATUS = '00'
               MOVE 'S' TO HAY-EMBARGOS
           END-IF.
           OPEN I-O CUENTAS-RETIRO-ARCHIVO.
           IF CUENTAS-RETIRO-STATUS = '00'
               MOVE 'S' TO HAY-CUENTAS-RETIRO
           END-IF.
      *    Un atraso recuperado por el recibo pudo quedar borrado al
      *    llegar a cero: se recrea, asi que el archivo se abre
      *    siempre.
           OPEN I-O ATRASOS-ARCHIVO.
           IF ATRASOS-STATUS = '35' OR ATRASOS-STATUS = '05'
               OPEN OUTPUT ATRASOS-ARCHIVO
               CLOSE ATRASOS-ARCHIVO
               OPEN I-O ATRASOS-ARCHIVO
           END-IF.
           IF ATRASOS-STATUS = '00'
               MOVE 'S' TO HAY-ATRASOS
           END-IF.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS = '00'
               MOVE 'S' TO HAY-ASIGNACIONES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL RESPOSTA-NAO.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.
           CLOSE PRESTAMOS-ARCHIVO.
           CLOSE EMBARGOS-ARCHIVO.
           CLOSE ATRASOS-ARCHIVO.
           CLOSE CUENTAS-RETIRO-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Listar los recibos de un empleado'.
           DISPLAY '2) Anular un recibo'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM LISTAR-RECIBOS
               WHEN '2'
                   PERFORM ANULAR-RECIBO
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       OBTENER-ID.
           DISPLAY ID-TXT.
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA IS NUMERIC
               MOVE NUMERO-ENTRADA TO ANU-EMPLEADOS-ID
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'ID invalido: introduce 6 digitos.'
           END-IF.

       OBTENER-PERIODO.
           DISPLAY PERIODO-TXT.
           ACCEPT NUMERO-ENTRADA.
           IF NUMERO-ENTRADA IS NUMERIC
               MOVE NUMERO-ENTRADA TO ANU-PERIODO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Periodo invalido: introduce AAAANN.'
           END-IF.

       OBTENER-TIPO.
           DISPLAY TIPO-TXT.
           ACCEPT ANU-TIPO.
           MOVE FUNCTION UPPER-CASE(ANU-TIPO) TO ANU-TIPO.
           IF ANU-REGULAR OR ANU-EXTRAORDINARIA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Tipo invalido.'
           END-IF.

       OBTENER-SECUENCIA.
           DISPLAY SECUENCIA-TXT.
           ACCEPT SECUENCIA-ENTRADA.
           IF SECUENCIA-ENTRADA IS NUMERIC
               MOVE SECUENCIA-ENTRADA TO ANU-SECUENCIA
               IF ANU-SECUENCIA > ZERO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'La secuencia empieza en 001.'
               END-IF
           ELSE
               DISPLAY 'Secuencia invalida: introduce 3 digitos.'
           END-IF.

       LISTAR-RECIBOS.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ID UNTIL CAMPO-VALIDO = 'S'.
           MOVE ANU-EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE ZERO TO RES-PERIODO.
           MOVE LOW-VALUES TO RES-TIPO.
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
                       IF RES-EMPLEADOS-ID NOT = ANU-EMPLEADOS-ID
                           MOVE 'S' TO FIN-RESULTADOS
                       ELSE
                           MOVE RES-NETO TO IMPORTE-EDITADO
                           DISPLAY 'Periodo ' RES-PERIODO
                               ' tipo ' RES-TIPO
                               ' sec. ' RES-SECUENCIA
                               ' grupo ' RES-GRUPO
                               ' neto ' IMPORTE-EDITADO
                       END-IF
               END-READ
           END-PERFORM.

      *    Un solo recibo por vez: se muestra, se confirma y se
      *    contrarresta completo.
       ANULAR-RECIBO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ID UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PERIODO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-TIPO UNTIL CAMPO-VALIDO = 'S'.
           IF ANU-REGULAR
               MOVE ZERO TO ANU-SECUENCIA
           ELSE
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-SECUENCIA UNTIL CAMPO-VALIDO = 'S'
           END-IF.
           PERFORM BUSCAR-RECIBO.
           IF RECIBO-HALLADO = 'S'
               PERFORM VERIFICAR-YA-ANULADO
           END-IF.
           IF RECIBO-HALLADO = 'S'
               MOVE ANU-BRUTO TO IMPORTE-EDITADO
               DISPLAY 'Depto ' ANU-DEPARTAMENTO ' grupo ' ANU-GRUPO
               DISPLAY '  Bruto       ' IMPORTE-EDITADO
               MOVE ANU-DEDUCCIONES TO IMPORTE-EDITADO
               DISPLAY '  Deducciones ' IMPORTE-EDITADO
               MOVE ANU-NETO TO IMPORTE-EDITADO
               DISPLAY '  Neto        ' IMPORTE-EDITADO
               DISPLAY 'Anular este recibo? (S/N): '
               ACCEPT CONFIRMA
               MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
               IF CONFIRMA = 'S'
                   PERFORM GRABAR-ANULACION
               ELSE
                   DISPLAY 'Anulacion cancelada.'
               END-IF
           END-IF.

       BUSCAR-RECIBO.
           MOVE 'N' TO RECIBO-HALLADO.
           MOVE ANU-EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE ANU-PERIODO TO RES-PERIODO.
           MOVE ANU-TIPO TO RES-TIPO.
           MOVE ANU-SECUENCIA TO RES-SECUENCIA.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe ese recibo en '
                       'resultados_nomina.dat.'
               NOT INVALID KEY
                   MOVE 'S' TO RECIBO-HALLADO
                   MOVE RES-DEPARTAMENTO TO ANU-DEPARTAMENTO
                   MOVE RES-BRUTO TO ANU-BRUTO
                   MOVE RES-DEDUCCIONES TO ANU-DEDUCCIONES
                   MOVE RES-PATRONAL TO ANU-PATRONAL
                   MOVE RES-NETO TO ANU-NETO
                   MOVE RES-GRUPO TO ANU-GRUPO
           END-READ.

      *    La anulacion lleva la misma secuencia que el recibo: si
      *    ya existe, el recibo ya se anulo antes.
       VERIFICAR-YA-ANULADO.
           MOVE ANU-EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE ANU-PERIODO TO RES-PERIODO.
           MOVE 'A' TO RES-TIPO.
           MOVE ANU-SECUENCIA TO RES-SECUENCIA.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO RECIBO-HALLADO
                   DISPLAY 'Ese recibo ya fue anulado.'
           END-READ.

       GRABAR-ANULACION.
           MOVE ANU-EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE ANU-PERIODO TO RES-PERIODO.
           MOVE 'A' TO RES-TIPO.
           MOVE ANU-SECUENCIA TO RES-SECUENCIA.
           MOVE ANU-DEPARTAMENTO TO RES-DEPARTAMENTO.
           COMPUTE RES-BRUTO = ZERO - ANU-BRUTO.
           COMPUTE RES-DEDUCCIONES = ZERO - ANU-DEDUCCIONES.
           COMPUTE RES-PATRONAL = ZERO - ANU-PATRONAL.
           COMPUTE RES-NETO = ZERO - ANU-NETO.
           MOVE ANU-GRUPO TO RES-GRUPO.
           WRITE RESULTADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo grabar la anulacion.'
               NOT INVALID KEY
                   PERFORM REVERTIR-CONSUMOS
                   PERFORM ESCRIBIR-POLIZA-REVERSO
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY 'Recibo anulado. Saldos devueltos: '
                       TOTAL-DEVUELTOS
                   DISPLAY 'Poliza de reverso en '
                       'poliza_anulaciones.txt. El recibo correcto '
                       'se paga por NOMINA-EXTRA (nomina_extra.dat).'
           END-WRITE.

      *    Rebaja los acumulados del ano del periodo del recibo y
      *    devuelve cada saldo que el recibo consumio.
       REVERTIR-CONSUMOS.
           MOVE ZERO TO TOTAL-DEVUELTOS.
           MOVE ANU-EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANU-ANO TO YTD-ANO.
           MOVE 'N' TO YTD-EXISTE.
           READ YTD-ARCHIVO
               INVALID KEY
                   DISPLAY 'Aviso: sin acumulados ' ANU-ANO
                       ' del ID ' ANU-EMPLEADOS-ID '.'
               NOT INVALID KEY
                   MOVE 'S' TO YTD-EXISTE
           END-READ.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               DISPLAY 'Aviso: no existe movimientos_nomina.dat; '
                   'prestamos, embargos y atrasos no se tocan.'
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           IF MOV-EMPLEADOS-ID = ANU-EMPLEADOS-ID AND
                                   MOV-PERIODO = ANU-PERIODO AND
                                   MOV-TIPO = ANU-TIPO AND
                                   MOV-SECUENCIA = ANU-SECUENCIA
                               PERFORM REVERTIR-UN-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMIENTOS-ARCHIVO.
           IF YTD-EXISTE = 'S'
               SUBTRACT ANU-BRUTO FROM YTD-BRUTO
               SUBTRACT ANU-DEDUCCIONES FROM YTD-DEDUCCIONES
               SUBTRACT ANU-NETO FROM YTD-NETO
               IF ANU-EXTRAORDINARIA
                   SUBTRACT ANU-BRUTO FROM YTD-EXTRA-BRUTO
                   SUBTRACT ANU-NETO FROM YTD-EXTRA-NETO
               END-IF
               REWRITE YTD-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudieron rebajar los '
                           'acumulados del ID ' ANU-EMPLEADOS-ID '.'
               END-REWRITE
           END-IF.

       REVERTIR-UN-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-PRESTAMO
                   PERFORM DEVOLVER-PRESTAMO
               WHEN MOV-EMBARGO
                   PERFORM DEVOLVER-EMBARGO
               WHEN MOV-ATRASO-RECUPERADO
                   PERFORM DEVOLVER-ATRASO
               WHEN MOV-ATRASO-DIFERIDO
                   PERFORM QUITAR-ATRASO-DIFERIDO
               WHEN MOV-CODIGO-YTD
                   PERFORM REBAJAR-CODIGO-YTD
               WHEN MOV-BASE-GRAVABLE
                   IF YTD-EXISTE = 'S'
                       SUBTRACT MOV-IMPORTE FROM YTD-GRAVABLE
                   END-IF
               WHEN MOV-APORTE-RETIRO
               WHEN MOV-MATCH-RETIRO
                   PERFORM QUITAR-APORTE-RETIRO
           END-EVALUATE.

       QUITAR-APORTE-RETIRO.
           IF HAY-CUENTAS-RETIRO = 'S'
               MOVE ANU-EMPLEADOS-ID TO CTR-EMPLEADOS-ID
               READ CUENTAS-RETIRO-ARCHIVO
                   INVALID KEY
                       DISPLAY 'Aviso: la cuenta de retiro del ID '
                           ANU-EMPLEADOS-ID ' ya no existe; no se '
                           'quito ' MOV-IMPORTE '.'
                   NOT INVALID KEY
                       IF MOV-APORTE-RETIRO
                           SUBTRACT MOV-IMPORTE
                               FROM CTR-APORTE-EMPLEADO
                       ELSE
                           SUBTRACT MOV-IMPORTE FROM CTR-APORTE-PATRON
                       END-IF
                       REWRITE CUENTAS-RETIRO-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo rebajar la cuenta '
                                   'de retiro.'
                           NOT INVALID KEY
                               ADD 1 TO TOTAL-DEVUELTOS
                       END-REWRITE
               END-READ
           END-IF.

       DEVOLVER-PRESTAMO.
           IF HAY-PRESTAMOS = 'S'
               MOVE ANU-EMPLEADOS-ID TO PRE-EMPLEADOS-ID
               READ PRESTAMOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'Aviso: el prestamo del ID '
                           ANU-EMPLEADOS-ID ' ya no existe; no se '
                           'devolvio ' MOV-IMPORTE '.'
                   NOT INVALID KEY
                       ADD MOV-IMPORTE TO PRE-SALDO
                       REWRITE PRESTAMOS-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo devolver el '
                                   'saldo del prestamo.'
                           NOT INVALID KEY
                               ADD 1 TO TOTAL-DEVUELTOS
                       END-REWRITE
               END-READ
           END-IF.

       DEVOLVER-EMBARGO.
           IF HAY-EMBARGOS = 'S'
               MOVE ANU-EMPLEADOS-ID TO EMB-EMPLEADOS-ID
               MOVE MOV-REFERENCIA TO EMB-ORDEN
               READ EMBARGOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'Aviso: la orden ' MOV-REFERENCIA
                           ' ya no existe; no se devolvio '
                           MOV-IMPORTE '.'
                   NOT INVALID KEY
                       ADD MOV-IMPORTE TO EMB-SALDO
                       REWRITE EMBARGOS-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo devolver el '
                                   'saldo de la orden ' EMB-ORDEN '.'
                           NOT INVALID KEY
                               ADD 1 TO TOTAL-DEVUELTOS
                       END-REWRITE
               END-READ
           END-IF.

      *    Lo recuperado vuelve a quedar pendiente (el registro se
      *    recrea si la recuperacion lo habia cerrado).
       DEVOLVER-ATRASO.
           IF HAY-ATRASOS = 'S'
               MOVE ANU-EMPLEADOS-ID TO ATR-EMPLEADOS-ID
               MOVE MOV-REFERENCIA(1:4) TO ATR-CODIGO
               MOVE 'N' TO ATRASO-EXISTE
               READ ATRASOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO ATRASO-EXISTE
               END-READ
               IF ATRASO-EXISTE = 'S'
                   ADD MOV-IMPORTE TO ATR-MONTO
                   REWRITE ATRASOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo devolver el atraso '
                               ATR-CODIGO '.'
                   END-REWRITE
               ELSE
                   MOVE ANU-EMPLEADOS-ID TO ATR-EMPLEADOS-ID
                   MOVE MOV-REFERENCIA(1:4) TO ATR-CODIGO
                   MOVE MOV-IMPORTE TO ATR-MONTO
                   WRITE ATRASOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo devolver el atraso '
                               ATR-CODIGO '.'
                   END-WRITE
               END-IF
               ADD 1 TO TOTAL-DEVUELTOS
           END-IF.

      *    Lo que el recibo difirio a atrasos ya no se debe: se quita
      *    hasta donde siga pendiente (lo ya recuperado en una
      *    corrida posterior tiene su propio recibo).
       QUITAR-ATRASO-DIFERIDO.
           IF HAY-ATRASOS = 'S'
               MOVE ANU-EMPLEADOS-ID TO ATR-EMPLEADOS-ID
               MOVE MOV-REFERENCIA(1:4) TO ATR-CODIGO
               READ ATRASOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'Aviso: el atraso ' ATR-CODIGO
                           ' diferido ya se recupero; revisar a mano.'
                   NOT INVALID KEY
                       MOVE MOV-IMPORTE TO IMPORTE-QUITAR
                       IF IMPORTE-QUITAR > ATR-MONTO
                           MOVE ATR-MONTO TO IMPORTE-QUITAR
                       END-IF
                       SUBTRACT IMPORTE-QUITAR FROM ATR-MONTO
                       IF ATR-MONTO = ZERO
                           DELETE ATRASOS-ARCHIVO
                               INVALID KEY
                                   DISPLAY 'No se pudo cerrar el '
                                       'atraso ' ATR-CODIGO '.'
                           END-DELETE
                       ELSE
                           REWRITE ATRASOS-REGISTRO
                               INVALID KEY
                                   DISPLAY 'No se pudo rebajar el '
                                       'atraso ' ATR-CODIGO '.'
                           END-REWRITE
                       END-IF
                       ADD 1 TO TOTAL-DEVUELTOS
               END-READ
           END-IF.

       REBAJAR-CODIGO-YTD.
           IF YTD-EXISTE = 'S'
               MOVE 'N' TO YTD-COD-HALLADO
               PERFORM VARYING INDICE-YTD FROM 1 BY 1
                       UNTIL INDICE-YTD > 12 OR YTD-COD-HALLADO = 'S'
                   IF YTD-COD-CODIGO(INDICE-YTD) =
                           MOV-REFERENCIA(1:4)
                       MOVE 'S' TO YTD-COD-HALLADO
                       SUBTRACT MOV-IMPORTE
                           FROM YTD-COD-MONTO(INDICE-YTD)
                   END-IF
               END-PERFORM
               IF YTD-COD-HALLADO = 'N'
                   DISPLAY 'Aviso: codigo ' MOV-REFERENCIA(1:4)
                       ' sin ranura en los acumulados.'
               END-IF
           END-IF.

      *    Lote de reverso: los mismos cargos y abonos que llevo el
      *    recibo a la poliza, con cargo y abono invertidos. El
      *    regular se reparte con asignaciones.dat como en
      *    ExtractoContable-74; la extraordinaria cargo entera al
      *    departamento del recibo (NominaExtra-104).
       ESCRIBIR-POLIZA-REVERSO.
           OPEN EXTEND POLIZA-ARCHIVO.
           IF POLIZA-STATUS NOT = '00' AND POLIZA-STATUS NOT = '05'
               DISPLAY 'Error de archivo POLIZA. STATUS ='
                   POLIZA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO TOTAL-LINEAS.
           MOVE ZERO TO HASH-CONTROL.
           MOVE FECHA-HOY TO LOT-FECHA.
           MOVE ANU-PERIODO TO LOT-PERIODO.
           MOVE ANU-GRUPO TO LOT-GRUPO.
           MOVE LINEA-LOTE-CABECERA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           MOVE ZERO TO TOTAL-PARTES.
           IF ANU-REGULAR
               PERFORM JUNTAR-PARTES-EMPLEADO
           END-IF.
           IF TOTAL-PARTES = ZERO
               MOVE ANU-DEPARTAMENTO TO DEPTO-CARGADO
               MOVE ANU-BRUTO TO BRUTO-PARTE
               MOVE ANU-PATRONAL TO PATRONAL-PARTE
               PERFORM ESCRIBIR-ABONOS-DEPTO
           ELSE
               MOVE ANU-BRUTO TO BRUTO-RESTANTE
               MOVE ANU-PATRONAL TO PATRONAL-RESTANTE
               PERFORM VARYING INDICE-PARTE FROM 1 BY 1
                       UNTIL INDICE-PARTE > TOTAL-PARTES
                   IF INDICE-PARTE = TOTAL-PARTES
                       MOVE BRUTO-RESTANTE TO BRUTO-PARTE
                       MOVE PATRONAL-RESTANTE TO PATRONAL-PARTE
                   ELSE
                       COMPUTE BRUTO-PARTE ROUNDED = ANU-BRUTO *
                           PARTE-PORCENTAJE(INDICE-PARTE) / 100
                       COMPUTE PATRONAL-PARTE ROUNDED =
                           ANU-PATRONAL *
                           PARTE-PORCENTAJE(INDICE-PARTE) / 100
                       SUBTRACT BRUTO-PARTE FROM BRUTO-RESTANTE
                       SUBTRACT PATRONAL-PARTE
                           FROM PATRONAL-RESTANTE
                   END-IF
                   MOVE PARTE-DEPARTAMENTO(INDICE-PARTE)
                       TO DEPTO-CARGADO
                   PERFORM ESCRIBIR-ABONOS-DEPTO
               END-PERFORM
           END-IF.
           IF ANU-DEDUCCIONES > ZERO
               MOVE 'D' TO ASI-TIPO
               MOVE CUENTA-RETENCIONES TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE ANU-DEDUCCIONES TO ASI-IMPORTE
               MOVE 'ANULA RETENCIONES' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF ANU-NETO > ZERO
               MOVE 'D' TO ASI-TIPO
               MOVE CUENTA-NETO-PAGAR TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE ANU-NETO TO ASI-IMPORTE
               MOVE 'ANULA NOMINA X PAGAR' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF ANU-PATRONAL > ZERO
               MOVE 'D' TO ASI-TIPO
               MOVE CUENTA-PROV-PATRONAL TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE ANU-PATRONAL TO ASI-IMPORTE
               MOVE 'ANULA PROV. PATRONAL' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           MOVE TOTAL-LINEAS TO LOT-LINEAS.
           MOVE HASH-CONTROL TO LOT-HASH.
           MOVE LINEA-LOTE-COLA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           CLOSE POLIZA-ARCHIVO.

       ESCRIBIR-ABONOS-DEPTO.
           IF BRUTO-PARTE > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-SUELDOS TO ASI-CUENTA
               MOVE DEPTO-CARGADO TO ASI-DEPARTAMENTO
               MOVE BRUTO-PARTE TO ASI-IMPORTE
               MOVE 'ANULA SUELDOS' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF PATRONAL-PARTE > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-PATRONAL TO ASI-CUENTA
               MOVE DEPTO-CARGADO TO ASI-DEPARTAMENTO
               MOVE PATRONAL-PARTE TO ASI-IMPORTE
               MOVE 'ANULA CUOTAS PATRON.' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.

       ESCRIBIR-ASIENTO.
           MOVE LINEA-ASIENTO TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           ADD 1 TO TOTAL-LINEAS.
           ADD ASI-IMPORTE TO HASH-CONTROL.

       JUNTAR-PARTES-EMPLEADO.
           IF HAY-ASIGNACIONES = 'S'
               MOVE ANU-EMPLEADOS-ID TO ASIG-EMPLEADOS-ID
               MOVE LOW-VALUES TO ASIG-DEPARTAMENTO
               MOVE 'N' TO FIN-ASIGNACIONES
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASIG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF ASIG-EMPLEADOS-ID NOT =
                                   ANU-EMPLEADOS-ID
                               MOVE 'S' TO FIN-ASIGNACIONES
                           ELSE
                               IF TOTAL-PARTES < MAXIMO-PARTES
                                   ADD 1 TO TOTAL-PARTES
                                   MOVE ASIG-DEPARTAMENTO TO
                                      PARTE-DEPARTAMENTO(TOTAL-PARTES)
                                   MOVE ASIG-PORCENTAJE TO
                                      PARTE-PORCENTAJE(TOTAL-PARTES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       REGISTRAR-AUDITORIA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO AUDITORIA-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  AUDITORIA-OPERACION ' ID=' ANU-EMPLEADOS-ID
                  ' ' ANU-PERIODO ANU-TIPO ANU-SECUENCIA
               DELIMITED BY SIZE
               INTO AUDITORIA-LINEA.
           WRITE AUDITORIA-LINEA.
           CLOSE AUDITORIA-ARCHIVO.

       END PROGRAM ANULAR-RECIBO.
