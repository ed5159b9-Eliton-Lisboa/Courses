      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aplicacion nocturna de las bajas capturadas por
      *          adelantado en BAJA-REGISTRO (bajas_programadas.dat):
      *          cada baja pendiente cuyo ultimo dia trabajado ya
      *          llego se aplica igual que una baja inmediata - el
      *          maestro queda inactivo con fecha, motivo y
      *          elegibilidad de recontratacion, y se escriben
      *          auditoria, journal, la linea BAJA del historico con
      *          motivo y clase, el finiquito con su constancia, la
      *          liberacion de los activos que no devolvio y la
      *          liberacion de la plaza de la posicion. Una baja de
      *          un empleado que ya no esta activo queda cancelada
      *          con la razon.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICAR-BAJAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL BAJAS-PROG-ARCHIVO
           ASSIGN TO 'bajas_programadas.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BPR-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS BAJAS-PROG-STATUS.

           SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO 'vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS VAC-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VACACIONES-STATUS.

           SELECT OPTIONAL PRESTAMOS-ARCHIVO
           ASSIGN TO 'prestamos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRE-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PRESTAMOS-STATUS.

           SELECT OPTIONAL FINIQUITOS-ARCHIVO
           ASSIGN TO 'finiquitos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINIQUITOS-STATUS.

           SELECT OPTIONAL FINIQUITO-IMPRESO
           ASSIGN TO 'finiquitos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINIQUITO-IMP-STATUS.

           SELECT OPTIONAL POSICIONES-ARCHIVO
           ASSIGN TO 'posiciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS POS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS POSICIONES-STATUS.

           SELECT OPTIONAL EMP-POS-ARCHIVO
           ASSIGN TO 'empleado_posicion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EPO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMP-POS-STATUS.

           SELECT AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVO
           ASSIGN TO 'journal.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

      *    Mismo layout que escribe PROGRAMAR-BAJA en
      *    RegistrosIndexados-05.
       FD  BAJAS-PROG-ARCHIVO.
           01  BAJAS-PROG-REGISTRO.
               05  BPR-EMPLEADOS-ID PIC 9(6).
               05  BPR-FECHA-BAJA PIC 9(8).
               05  BPR-MOTIVO PIC X(4).
               05  BPR-CLASE PIC X.
               05  BPR-RECONTRATABLE PIC X.
               05  BPR-ESTADO PIC X.
                   88  BAJA-PENDIENTE VALUE 'P'.
                   88  BAJA-APLICADA VALUE 'A'.
                   88  BAJA-CANCELADA VALUE 'X'.
               05  BPR-FECHA-CAPTURA PIC 9(8).
               05  BPR-OPERADOR PIC X(8).
               05  BPR-NOTA PIC X(30).

       FD  VACACIONES-ARCHIVO.
           01  VACACIONES-REGISTRO.
               05  VAC-EMPLEADOS-ID PIC 9(6).
               05  VAC-DIAS-ACUMULADOS PIC 9(4)V99.
               05  VAC-DIAS-TOMADOS PIC 9(4)V99.
               05  VAC-ULTIMO-PERIODO PIC 9(6).

       FD  PRESTAMOS-ARCHIVO.
           01  PRESTAMOS-REGISTRO.
               05  PRE-EMPLEADOS-ID PIC 9(6).
               05  PRE-PRINCIPAL PIC 9(9)V99.
               05  PRE-FECHA-OTORGADO PIC 9(8).
               05  PRE-CUOTA PIC 9(7)V99.
               05  PRE-SALDO PIC 9(9)V99.

       FD  FINIQUITOS-ARCHIVO.
           01  FINIQUITOS-REGISTRO.
               05  FIN-EMPLEADOS-ID PIC 9(6).
               05  FIN-FECHA-BAJA PIC 9(8).
               05  FIN-PRORRATA PIC 9(7)V99.
               05  FIN-VACACIONES PIC 9(7)V99.
               05  FIN-TOTAL PIC 9(7)V99.

       FD  FINIQUITO-IMPRESO.
           01  LINEA-FINIQUITO PIC X(70).

       FD  POSICIONES-ARCHIVO.
           01  POSICIONES-REGISTRO.
               05  POS-ID PIC X(8).
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
               05  POS-ESTADO PIC X.
               05  POS-CRITICA PIC X.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA PIC X(60).

       FD  JOURNAL-ARCHIVO.
           01  JOURNAL-REGISTRO.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

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
           01  BAJAS-PROG-STATUS PIC XX.
           01  VACACIONES-STATUS PIC XX.
           01  PRESTAMOS-STATUS PIC XX.
           01  FINIQUITOS-STATUS PIC XX.
           01  FINIQUITO-IMP-STATUS PIC XX.
           01  POSICIONES-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  JOURNAL-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FECHA-HOY PIC 9(8).
           01  HAY-POSICIONES PIC X VALUE 'N'.
           01  FIN-BAJAS PIC X.
           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-APLICADAS PIC 9(6) VALUE ZERO.
           01  TOTAL-CANCELADAS PIC 9(6) VALUE ZERO.

      *    Liquidacion final, mismas reglas que CALCULAR-FINIQUITO en
      *    RegistrosIndexados-05.
           01  SALARIO-DIARIO PIC 9(5)V99.
           01  PRORRATA-CALCULADA PIC 9(7)V99.
           01  SALDO-VACACIONES PIC S9(4)V99.
           01  VALOR-VACACIONES PIC 9(7)V99.
           01  TOTAL-FINIQUITO PIC 9(7)V99.
           01  SALDO-PRESTAMO PIC 9(9)V99.
      *    Activos sin devolver descontados (LiberacionActivos-145).
           01  VALOR-ACTIVOS PIC 9(7)V99.
           COPY 'Liberacion-activos.cbl'.
           01  LINEA-FIN-DETALLE.
               05  FIN-DET-TEXTO PIC X(30).
               05  FIN-DET-IMPORTE PIC ZZZ,ZZZ.99.

           01  AUDITORIA-FECHA-HORA PIC 9(14).
           01  AUDITORIA-FECHA-HORA-R REDEFINES AUDITORIA-FECHA-HORA.
               05  AUD-ANO PIC 9(4).
               05  AUD-MES PIC 99.
               05  AUD-DIA PIC 99.
               05  AUD-HORA PIC 99.
               05  AUD-MIN PIC 99.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  HISTORICO-DETALLE PIC X(20) VALUE SPACES.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Fraccion de plaza (jornada contratada / 100).
           01  FTE-FRACCION PIC 9V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           OPEN I-O BAJAS-PROG-ARCHIVO.
           IF BAJAS-PROG-STATUS NOT = '00'
               DISPLAY 'Sin bajas programadas.'
           ELSE
               PERFORM ABRIR-ARCHIVOS
               PERFORM APLICAR-VENCIDAS
               PERFORM CERRAR-ARCHIVOS
           END-IF.
           CLOSE BAJAS-PROG-ARCHIVO.
           DISPLAY 'Bajas vencidas: ' TOTAL-LEIDOS
               ' Aplicadas: ' TOTAL-APLICADAS
               ' Canceladas: ' TOTAL-CANCELADAS.
           IF TOTAL-CANCELADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O POSICIONES-ARCHIVO.
           IF POSICIONES-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
               OPEN I-O EMP-POS-ARCHIVO
           END-IF.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND HISTORICO-ARCHIVO.
           OPEN EXTEND JOURNAL-ARCHIVO.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE POSICIONES-ARCHIVO.
           IF HAY-POSICIONES = 'S'
               CLOSE EMP-POS-ARCHIVO
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE JOURNAL-ARCHIVO.

       APLICAR-VENCIDAS.
           MOVE 'N' TO FIN-BAJAS.
           MOVE LOW-VALUES TO BPR-EMPLEADOS-ID.
           START BAJAS-PROG-ARCHIVO
                   KEY IS NOT LESS THAN BPR-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-BAJAS
           END-START.
           PERFORM UNTIL FIN-BAJAS = 'S'
               READ BAJAS-PROG-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-BAJAS
                   NOT AT END
                       IF BAJA-PENDIENTE AND
                               BPR-FECHA-BAJA <= FECHA-HOY
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM APLICAR-BAJA
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-BAJA.
           MOVE BPR-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'EMPLEADO NO EXISTE' TO BPR-NOTA
                   PERFORM CANCELAR-BAJA
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       MOVE 'YA ESTABA DADO DE BAJA' TO BPR-NOTA
                       PERFORM CANCELAR-BAJA
                   ELSE
                       PERFORM DAR-DE-BAJA
                   END-IF
           END-READ.

       CANCELAR-BAJA.
           MOVE 'X' TO BPR-ESTADO.
           ADD 1 TO TOTAL-CANCELADAS.
           DISPLAY 'Baja del ID ' BPR-EMPLEADOS-ID ' cancelada: '
               BPR-NOTA.
           REWRITE BAJAS-PROG-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       DAR-DE-BAJA.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES.
           MOVE 'I' TO EMPLEADOS-ACTIVO.
           MOVE BPR-FECHA-BAJA TO EMPLEADOS-BAJA-FECHA.
           MOVE BPR-MOTIVO TO EMPLEADOS-BAJA-MOTIVO.
           MOVE BPR-RECONTRATABLE TO EMPLEADOS-RECONTRATABLE.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE 'NO SE PUDO ACTUALIZAR MAESTRO' TO BPR-NOTA
                   PERFORM CANCELAR-BAJA
               NOT INVALID KEY
                   MOVE 'BAJA' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE 'BAJA' TO HISTORICO-EVENTO
                   STRING ' MOT=' BPR-MOTIVO ' CL=' BPR-CLASE
                       DELIMITED BY SIZE INTO HISTORICO-DETALLE
                   PERFORM REGISTRAR-HISTORICO
                   PERFORM REGISTRAR-JOURNAL
                   PERFORM CALCULAR-FINIQUITO
                   IF HAY-POSICIONES = 'S'
                       PERFORM LIBERAR-POSICION
                   END-IF
                   MOVE 'A' TO BPR-ESTADO
                   MOVE SPACES TO BPR-NOTA
                   REWRITE BAJAS-PROG-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO TOTAL-APLICADAS
                   DISPLAY 'ID ' EMPLEADOS-ID ' dado de baja al '
                       BPR-FECHA-BAJA ' motivo ' BPR-MOTIVO '.'
           END-REWRITE.

      *    Vacaciones no tomadas a salario diario (base 30), menos el
      *    saldo de prestamo topado al total y, donde la ley lo
      *    permite, los activos no devueltos; los dias trabajados del
      *    periodo los paga RECIBOS-NOMINA prorrateados.
       CALCULAR-FINIQUITO.
           COMPUTE SALARIO-DIARIO ROUNDED = EMPLEADOS-SALARIO / 30.
           MOVE ZERO TO PRORRATA-CALCULADA.
           MOVE ZERO TO SALDO-VACACIONES.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF VACACIONES-STATUS = '00'
               MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID
               READ VACACIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE SALDO-VACACIONES =
                           VAC-DIAS-ACUMULADOS - VAC-DIAS-TOMADOS
               END-READ
           END-IF.
           CLOSE VACACIONES-ARCHIVO.
           IF SALDO-VACACIONES < ZERO
               MOVE ZERO TO SALDO-VACACIONES
           END-IF.
           COMPUTE VALOR-VACACIONES ROUNDED =
               SALDO-VACACIONES * SALARIO-DIARIO.
           MOVE ZERO TO SALDO-PRESTAMO.
           OPEN INPUT PRESTAMOS-ARCHIVO.
           IF PRESTAMOS-STATUS = '00'
               MOVE EMPLEADOS-ID TO PRE-EMPLEADOS-ID
               READ PRESTAMOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRE-SALDO TO SALDO-PRESTAMO
               END-READ
           END-IF.
           CLOSE PRESTAMOS-ARCHIVO.
           COMPUTE TOTAL-FINIQUITO =
               PRORRATA-CALCULADA + VALOR-VACACIONES.
           IF SALDO-PRESTAMO > ZERO
               IF SALDO-PRESTAMO >= TOTAL-FINIQUITO
                   MOVE TOTAL-FINIQUITO TO SALDO-PRESTAMO
               END-IF
               SUBTRACT SALDO-PRESTAMO FROM TOTAL-FINIQUITO
           END-IF.
      *    Constancia de liberacion de los activos que no devolvio;
      *    donde la ley lo permite su valor se descuenta, topado a lo
      *    que quede del total igual que el prestamo.
           PERFORM LIBERAR-ACTIVOS.
           OPEN EXTEND FINIQUITOS-ARCHIVO.
           MOVE EMPLEADOS-ID TO FIN-EMPLEADOS-ID.
           MOVE EMPLEADOS-BAJA-FECHA TO FIN-FECHA-BAJA.
           MOVE PRORRATA-CALCULADA TO FIN-PRORRATA.
           MOVE VALOR-VACACIONES TO FIN-VACACIONES.
           MOVE TOTAL-FINIQUITO TO FIN-TOTAL.
           WRITE FINIQUITOS-REGISTRO.
           CLOSE FINIQUITOS-ARCHIVO.
           PERFORM IMPRIMIR-FINIQUITO.
           MOVE 'FINIQUITO' TO HISTORICO-EVENTO.
           PERFORM REGISTRAR-HISTORICO.

       LIBERAR-ACTIVOS.
           MOVE EMPLEADOS-ID TO LBA-EMPLEADOS-ID.
           MOVE EMPLEADOS-NOMBRE TO LBA-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO LBA-APELLIDOS.
           MOVE EMPLEADOS-SITIO TO LBA-SITIO.
           MOVE DIR-CODIGO-PAIS TO LBA-PAIS.
           MOVE EMPLEADOS-BAJA-FECHA TO LBA-FECHA-BAJA.
           CALL 'LIBERACION-ACTIVOS' USING LIBERACION-ACTIVOS.
           MOVE ZERO TO VALOR-ACTIVOS.
           IF LBA-PUEDE-DESCONTAR AND LBA-VALOR-PENDIENTE > ZERO
               MOVE LBA-VALOR-PENDIENTE TO VALOR-ACTIVOS
               IF VALOR-ACTIVOS > TOTAL-FINIQUITO
                   MOVE TOTAL-FINIQUITO TO VALOR-ACTIVOS
               END-IF
               SUBTRACT VALOR-ACTIVOS FROM TOTAL-FINIQUITO
           END-IF.

       IMPRIMIR-FINIQUITO.
           OPEN EXTEND FINIQUITO-IMPRESO.
           MOVE SPACES TO LINEA-FINIQUITO.
           STRING 'FINIQUITO  ID=' EMPLEADOS-ID
                  '  FECHA=' FIN-FECHA-BAJA
                  '  ' EMPLEADOS-NOMBRE
               DELIMITED BY SIZE INTO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           MOVE '  Vacaciones no tomadas' TO FIN-DET-TEXTO.
           MOVE VALOR-VACACIONES TO FIN-DET-IMPORTE.
           MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           IF SALDO-PRESTAMO > ZERO
               MOVE '  Menos saldo de prestamo' TO FIN-DET-TEXTO
               MOVE SALDO-PRESTAMO TO FIN-DET-IMPORTE
               MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF VALOR-ACTIVOS > ZERO
               MOVE '  Menos activos no devueltos' TO FIN-DET-TEXTO
               MOVE VALOR-ACTIVOS TO FIN-DET-IMPORTE
               MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE '  TOTAL A LIQUIDAR' TO FIN-DET-TEXTO.
           MOVE TOTAL-FINIQUITO TO FIN-DET-IMPORTE.
           MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           MOVE ALL '-' TO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           CLOSE FINIQUITO-IMPRESO.

      *    Libera la plaza que el empleado ocupaba (mismo recorrido
      *    que LIBERAR-POSICION en RegistrosIndexados-05).
       LIBERAR-POSICION.
           MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID.
           READ EMP-POS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EPO-POSICION TO POS-ID
                   READ POSICIONES-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CALCULAR-FRACCION-FTE
                           IF POS-OCUPADAS > FTE-FRACCION
                               SUBTRACT FTE-FRACCION
                                   FROM POS-OCUPADAS
                           ELSE
                               MOVE ZERO TO POS-OCUPADAS
                           END-IF
                           REWRITE POSICIONES-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   DELETE EMP-POS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.

      *    Mismo formato de linea que REGISTRAR-AUDITORIA /
      *    REGISTRAR-HISTORICO en RegistrosIndexados-05; el operador
      *    es quien capturo la baja.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO AUDITORIA-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  AUDITORIA-OPERACION ' ID=' EMPLEADOS-ID
                  ' OP=' BPR-OPERADOR
               DELIMITED BY SIZE
               INTO AUDITORIA-LINEA.
           WRITE AUDITORIA-LINEA.

       REGISTRAR-HISTORICO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO HISTORICO-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  HISTORICO-EVENTO ' ID=' EMPLEADOS-ID
                  HISTORICO-DETALLE
               DELIMITED BY SIZE
               INTO HISTORICO-LINEA.
           WRITE HISTORICO-LINEA.
           MOVE SPACES TO HISTORICO-DETALLE.

       REGISTRAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JOURNAL-FECHA-HORA.
           MOVE 'APLICAR-BAJAS' TO JOURNAL-PROGRAMA.
           MOVE AUDITORIA-OPERACION TO JOURNAL-OPERACION.
           MOVE JOURNAL-IMAGEN-ANTES TO JOURNAL-ANTES.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES.
           WRITE JOURNAL-REGISTRO.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'APLICAR-BAJAS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-APLICADAS TO RUN-ESCRITOS
               MOVE TOTAL-CANCELADAS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

      *    Fraccion de plaza que ocupa el empleado segun su
      *    jornada; los registros anteriores al campo (cero o
      *    blanco) cuentan como tiempo completo.
       CALCULAR-FRACCION-FTE.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 1 TO FTE-FRACCION
           ELSE
               COMPUTE FTE-FRACCION = EMPLEADOS-FTE / 100
           END-IF.

       END PROGRAM APLICAR-BAJAS.
