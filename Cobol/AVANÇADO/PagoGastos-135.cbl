      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paga las solicitudes de gastos aprobadas
      *          (gastos_solicitudes.dat, SolicitudGastos-134) en el
      *          grupo de pago y periodo de la corrida (PERIODO-GRUPO),
      *          de una de dos formas:
      *          N = en la nomina: el total reembolsable se carga como
      *              percepcion no gravable (codigo REEM de
      *              percepciones.dat) en percepciones_empleado.dat del
      *              periodo, para que la pague RECIBOS-NOMINA. Solo
      *              entran las personas activas del grupo; las demas
      *              esperan al lote de banco.
      *          B = lote de banco de reembolsos (reembolsos_banco.txt,
      *              mismo layout general de cabecera, detalle y cola
      *              que pagos_banco.txt) a la cuenta activa de
      *              banco.dat; sin cuenta activa la solicitud espera.
      *          Cada solicitud pagada queda marcada con la forma,
      *          grupo, periodo y fecha de pago; ExtractoContable-74
      *          la carga al gasto del depto de la persona en la
      *          poliza de ese grupo y periodo. El detalle de la
      *          corrida queda en reembolsos_pagados.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGO-GASTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'gastos_solicitudes.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-FOLIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL PERCEPCIONES-ARCHIVO
           ASSIGN TO 'percepciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERCEPCIONES-STATUS.

           SELECT OPTIONAL PERC-EMP-ARCHIVO
           ASSIGN TO 'percepciones_empleado.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PEM-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PERC-EMP-STATUS.

           SELECT OPTIONAL BANCO-ARCHIVO
           ASSIGN TO 'banco.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS BANCO-STATUS.

           SELECT PAGOS-ARCHIVO
           ASSIGN TO 'reembolsos_banco.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'reembolsos_pagados.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-FOLIO PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-DEPARTAMENTO PIC X(4).
               05  SOL-FECHA PIC 9(8).
               05  SOL-DESCRIPCION PIC X(30).
               05  SOL-TOTAL PIC 9(7)V99.
               05  SOL-ESTADO PIC X.
                   88  SOL-PENDIENTE VALUE 'P'.
                   88  SOL-APROBADA VALUE 'A'.
                   88  SOL-RECHAZADA VALUE 'R'.
                   88  SOL-PAGADA VALUE 'G'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-FECHA-DECISION PIC 9(8).
               05  SOL-MOTIVO PIC X(20).
               05  SOL-FORMA-PAGO PIC X.
               05  SOL-GRUPO PIC X(4).
               05  SOL-PERIODO PIC 9(6).
               05  SOL-FECHA-PAGO PIC 9(8).

       FD  PERCEPCIONES-ARCHIVO.
           01  PERCEPCIONES-REGISTRO.
               05  PER-CODIGO PIC X(4).
               05  PER-DESCRIPCION PIC X(30).
               05  PER-METODO PIC X.
               05  PER-VALOR PIC 9(7)V99.
               05  PER-GRAVABLE PIC X.

       FD  PERC-EMP-ARCHIVO.
           01  PERC-EMP-REGISTRO.
               05  PEM-CLAVE.
                   10  PEM-EMPLEADOS-ID PIC 9(6).
                   10  PEM-PERIODO PIC 9(6).
                   10  PEM-CODIGO PIC X(4).
               05  PEM-MONTO PIC 9(7)V99.

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

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO PIC X(80).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).

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
           01  SOLICITUDES-STATUS PIC XX.
           01  PERCEPCIONES-STATUS PIC XX.
           01  PERC-EMP-STATUS PIC XX.
           01  BANCO-STATUS PIC XX.
           01  PAGOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-SOLICITUDES PIC X.
           01  FIN-PERCEPCIONES PIC X.
           01  FECHA-HOY PIC 9(8).
           01  FORMA-CORRIDA PIC X.
           01  CAPTURA-EXISTE PIC X.
           01  SOLICITUD-PAGABLE PIC X.
           01  MOTIVO-ESPERA PIC X(30).

      *    Percepcion no gravable con que la nomina paga el
      *    reembolso.
           01  CODIGO-REEMBOLSO PIC X(4) VALUE 'REEM'.
           01  REEMBOLSO-HALLADO PIC X.
           01  REEMBOLSO-GRAVABLE PIC X.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-PAGADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EN-ESPERA PIC 9(6) VALUE ZERO.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.

           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'REEMBOLS'.

           01  LINEA-DETALLE-PAGO.
               05  FILLER PIC X VALUE 'D'.
               05  PAG-ID PIC 9(6).
               05  PAG-CODIGO-BANCO PIC X(8).
               05  PAG-CUENTA PIC X(20).
               05  PAG-IMPORTE PIC 9(9)V99.
               05  PAG-ID-FISCAL PIC X(15).
               05  PAG-PRENOTA PIC X VALUE SPACE.

           01  LINEA-COLA.
               05  FILLER PIC X VALUE 'T'.
               05  COLA-CONTEO PIC 9(6).
               05  COLA-IMPORTE PIC 9(11)V99.

           01  LINEA-TITULO.
               05  TIT-TEXTO PIC X(36).
               05  FILLER PIC X(8) VALUE ' GRUPO ['.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE '] PERIODO '.
               05  TIT-PERIODO PIC 9(6).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(40)
                   VALUE 'FOLIO  ID     DEPT       IMPORTE RESULTA'.
               05  FILLER PIC X(40)
                   VALUE 'DO                                      '.

           01  LINEA-DETALLE.
               05  DET-FOLIO PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  DET-IMPORTE PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-RESULTADO PIC X(30).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CONTEO PIC ZZZZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  TOT-IMPORTE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'Forma de pago (N=en la nomina, B=lote de banco):'.
           ACCEPT FORMA-CORRIDA.
           MOVE FUNCTION UPPER-CASE(FORMA-CORRIDA) TO FORMA-CORRIDA.
           EVALUATE FORMA-CORRIDA
               WHEN 'N'
                   PERFORM PREPARAR-NOMINA
               WHEN 'B'
                   PERFORM PREPARAR-BANCO
               WHEN OTHER
                   DISPLAY 'Forma invalida; nada que hacer.'
                   STOP RUN
           END-EVALUATE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-SOLICITUDES.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Solicitudes pagadas: ' TOTAL-PAGADOS
               ' En espera: ' TOTAL-EN-ESPERA.
           IF FORMA-CORRIDA = 'N'
               DISPLAY 'Reembolsos cargados como ' CODIGO-REEMBOLSO
                   ' al periodo ' CRG-PERIODO '; corra RECIBOS-NOMINA.'
           ELSE
               DISPLAY 'Lote de banco en reembolsos_banco.txt'
           END-IF.
           DISPLAY 'Detalle en reembolsos_pagados.txt'.
           IF TOTAL-EN-ESPERA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

      *    La nomina solo puede pagar en un periodo abierto y con el
      *    codigo de reembolso dado de alta como no gravable.
       PREPARAR-NOMINA.
           IF CRG-ULTIMO-EVENTO = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] esta cerrado; pague con lote de banco '
                   'o reabralo con PERIODOS-NOMINA.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM BUSCAR-PERCEPCION.
           IF REEMBOLSO-HALLADO = 'N'
               DISPLAY 'El codigo ' CODIGO-REEMBOLSO ' no esta en '
                   'percepciones.dat; dele de alta no gravable con '
                   'PERCEPCIONES-MASTER.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REEMBOLSO-GRAVABLE NOT = 'N'
               DISPLAY 'El codigo ' CODIGO-REEMBOLSO ' esta como '
                   'gravable en percepciones.dat; un reembolso no '
                   'causa impuesto.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PERC-EMP-ARCHIVO.
           IF PERC-EMP-STATUS = '35' OR PERC-EMP-STATUS = '05'
               OPEN OUTPUT PERC-EMP-ARCHIVO
               CLOSE PERC-EMP-ARCHIVO
               OPEN I-O PERC-EMP-ARCHIVO
           END-IF.
           IF PERC-EMP-STATUS NOT = '00' AND
                   PERC-EMP-STATUS NOT = '05'
               DISPLAY 'Error de archivo PERC-EMP. STATUS ='
                   PERC-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PREPARAR-BANCO.
           OPEN INPUT BANCO-ARCHIVO.
           IF BANCO-STATUS = '05' OR BANCO-STATUS = '35'
               DISPLAY 'No hay banco.dat; capture los datos bancarios '
                   'o pague en la nomina.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAGOS-ARCHIVO.
           IF PAGOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo PAGOS. STATUS =' PAGOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO CAB-FECHA.
           MOVE LINEA-CABECERA TO LINEA-PAGO.
           WRITE LINEA-PAGO.

       BUSCAR-PERCEPCION.
           MOVE 'N' TO REEMBOLSO-HALLADO.
           MOVE SPACE TO REEMBOLSO-GRAVABLE.
           OPEN INPUT PERCEPCIONES-ARCHIVO.
           IF PERCEPCIONES-STATUS = '00'
               MOVE 'N' TO FIN-PERCEPCIONES
               PERFORM UNTIL FIN-PERCEPCIONES = 'S'
                   READ PERCEPCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PERCEPCIONES
                       NOT AT END
                           IF PER-CODIGO = CODIGO-REEMBOLSO
                               MOVE 'S' TO REEMBOLSO-HALLADO
                               MOVE PER-GRAVABLE
                                   TO REEMBOLSO-GRAVABLE
                               MOVE 'S' TO FIN-PERCEPCIONES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERCEPCIONES-ARCHIVO.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN I-O SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS NOT = '00'
               DISPLAY 'No hay gastos_solicitudes.dat; nada que '
                   'pagar.'
               CLOSE SOLICITUDES-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FORMA-CORRIDA = 'N'
               MOVE 'REEMBOLSOS DE GASTOS EN LA NOMINA' TO TIT-TEXTO
           ELSE
               MOVE 'REEMBOLSOS DE GASTOS POR BANCO' TO TIT-TEXTO
           END-IF.
           MOVE CRG-GRUPO TO TIT-GRUPO.
           MOVE CRG-PERIODO TO TIT-PERIODO.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF FORMA-CORRIDA = 'N'
               CLOSE PERC-EMP-ARCHIVO
           ELSE
               CLOSE BANCO-ARCHIVO
               CLOSE PAGOS-ARCHIVO
           END-IF.

       RECORRER-SOLICITUDES.
           MOVE LOW-VALUES TO SOL-FOLIO.
           MOVE 'N' TO FIN-SOLICITUDES.
           START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-FOLIO
               INVALID KEY
                   MOVE 'S' TO FIN-SOLICITUDES
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES = 'S'
               READ SOLICITUDES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SOLICITUDES
                   NOT AT END
                       IF SOL-APROBADA
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM PAGAR-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.

       PAGAR-SOLICITUD.
           MOVE 'N' TO SOLICITUD-PAGABLE.
           MOVE SPACES TO MOTIVO-ESPERA.
           MOVE SOL-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'Espera: ID no existe' TO MOTIVO-ESPERA
               NOT INVALID KEY
                   IF FORMA-CORRIDA = 'N'
                       PERFORM VALIDAR-PAGO-NOMINA
                   ELSE
                       PERFORM VALIDAR-PAGO-BANCO
                   END-IF
           END-READ.
           IF SOLICITUD-PAGABLE = 'S'
               IF FORMA-CORRIDA = 'N'
                   PERFORM CARGAR-REEMBOLSO
               ELSE
                   PERFORM ESCRIBIR-PAGO-BANCO
               END-IF
           END-IF.
           IF SOLICITUD-PAGABLE = 'S'
               MOVE 'G' TO SOL-ESTADO
               MOVE FORMA-CORRIDA TO SOL-FORMA-PAGO
               MOVE CRG-GRUPO TO SOL-GRUPO
               MOVE CRG-PERIODO TO SOL-PERIODO
               IF FORMA-CORRIDA = 'N'
                   MOVE CRG-FECHA-PAGO TO SOL-FECHA-PAGO
               ELSE
                   MOVE FECHA-HOY TO SOL-FECHA-PAGO
               END-IF
               REWRITE SOLICITUDES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo marcar pagada la solicitud '
                           SOL-FOLIO '.'
               END-REWRITE
               ADD 1 TO TOTAL-PAGADOS
               ADD SOL-TOTAL TO TOTAL-IMPORTE
               MOVE 'Pagada' TO MOTIVO-ESPERA
           ELSE
               ADD 1 TO TOTAL-EN-ESPERA
           END-IF.
           MOVE SOL-FOLIO TO DET-FOLIO.
           MOVE SOL-EMPLEADOS-ID TO DET-ID.
           MOVE SOL-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE SOL-TOTAL TO DET-IMPORTE.
           MOVE MOTIVO-ESPERA TO DET-RESULTADO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    En la nomina solo cobra quien entra en la corrida: activo
      *    y del grupo que se paga.
       VALIDAR-PAGO-NOMINA.
           EVALUATE TRUE
               WHEN STATUS-INATIVO
                   MOVE 'Espera: baja; pagar por banco'
                       TO MOTIVO-ESPERA
               WHEN EMPLEADOS-GRUPO-PAGO NOT = CRG-GRUPO
                   MOVE 'Espera: otro grupo de pago'
                       TO MOTIVO-ESPERA
               WHEN OTHER
                   MOVE 'S' TO SOLICITUD-PAGABLE
           END-EVALUATE.

       VALIDAR-PAGO-BANCO.
           MOVE SOL-EMPLEADOS-ID TO BANCO-EMPLEADOS-ID.
           READ BANCO-ARCHIVO
               INVALID KEY
                   MOVE 'Espera: sin datos bancarios'
                       TO MOTIVO-ESPERA
               NOT INVALID KEY
                   IF BANCO-CUENTA-ACTIVA
                       MOVE 'S' TO SOLICITUD-PAGABLE
                   ELSE
                       MOVE 'Espera: cuenta no activa'
                           TO MOTIVO-ESPERA
                   END-IF
           END-READ.

      *    Varias solicitudes de la misma persona en el periodo se
      *    suman en la misma percepcion; las ya sumadas quedan
      *    marcadas pagadas y no vuelven a entrar.
       CARGAR-REEMBOLSO.
           MOVE SOL-EMPLEADOS-ID TO PEM-EMPLEADOS-ID.
           MOVE CRG-PERIODO TO PEM-PERIODO.
           MOVE CODIGO-REEMBOLSO TO PEM-CODIGO.
           MOVE 'N' TO CAPTURA-EXISTE.
           READ PERC-EMP-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAPTURA-EXISTE
           END-READ.
           IF CAPTURA-EXISTE = 'S'
               ADD SOL-TOTAL TO PEM-MONTO
               REWRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       MOVE 'N' TO SOLICITUD-PAGABLE
                       MOVE 'Espera: no se pudo cargar'
                           TO MOTIVO-ESPERA
               END-REWRITE
           ELSE
               MOVE SOL-EMPLEADOS-ID TO PEM-EMPLEADOS-ID
               MOVE CRG-PERIODO TO PEM-PERIODO
               MOVE CODIGO-REEMBOLSO TO PEM-CODIGO
               MOVE SOL-TOTAL TO PEM-MONTO
               WRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       MOVE 'N' TO SOLICITUD-PAGABLE
                       MOVE 'Espera: no se pudo cargar'
                           TO MOTIVO-ESPERA
               END-WRITE
           END-IF.

       ESCRIBIR-PAGO-BANCO.
           MOVE SOL-EMPLEADOS-ID TO PAG-ID.
           MOVE BANCO-CODIGO-BANCO TO PAG-CODIGO-BANCO.
           MOVE BANCO-CUENTA TO PAG-CUENTA.
           MOVE SOL-TOTAL TO PAG-IMPORTE.
           MOVE EMPLEADOS-ID-FISCAL TO PAG-ID-FISCAL.
           MOVE LINEA-DETALLE-PAGO TO LINEA-PAGO.
           WRITE LINEA-PAGO.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Solicitudes pagadas' TO TOT-TEXTO.
           MOVE TOTAL-PAGADOS TO TOT-CONTEO.
           MOVE TOTAL-IMPORTE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Solicitudes en espera' TO TOT-TEXTO.
           MOVE TOTAL-EN-ESPERA TO TOT-CONTEO.
           MOVE ZERO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF FORMA-CORRIDA = 'B'
               MOVE TOTAL-PAGADOS TO COLA-CONTEO
               MOVE TOTAL-IMPORTE TO COLA-IMPORTE
               MOVE LINEA-COLA TO LINEA-PAGO
               WRITE LINEA-PAGO
           END-IF.

       VERIFICAR-ESTADO-EMPLEADOS.
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

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'PAGO-GASTOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-PAGADOS TO RUN-ESCRITOS
               MOVE TOTAL-EN-ESPERA TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM PAGO-GASTOS.
