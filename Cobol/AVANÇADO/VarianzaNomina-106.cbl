      ******************************************************************
      * Author:
      * Date:
      * Purpose: Revision de varianzas antes del pago: compara el
      *          RES-BRUTO y RES-NETO de cada empleado en
      *          resultados_nomina.dat contra el periodo anterior del
      *          mismo grupo de pago (PERIODO-GRUPO) y lista en
      *          varianza_nomina.txt las excepciones: cambio por
      *          encima del porcentaje de varianza_param.dat, alta
      *          nueva en la nomina, ausente desde el periodo anterior
      *          y neto en cero o negativo. PAGOS-BANCO tiene a este
      *          programa como prerrequisito en prerrequisitos.dat
      *          (ChequeoPrevio-98): sin excepciones la corrida queda
      *          'OK' en la bitacora; con excepciones queda 'WARN' y
      *          el banco no sale hasta que un operador las firma
      *          (modo 'F' del parametro), lo que asienta la corrida
      *          'OK' y la linea FIRMA-VARIAC en auditoria.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIANZA-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Maestro indexado, solo para el nombre en el reporte.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

      *    Modo (blanco = revision, 'F' = firma de excepciones) y
      *    porcentaje de varianza tolerado (000 = el de siempre).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'varianza_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'varianza_nomina.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Tabla de dependencias de ChequeoPrevio-98.
           SELECT OPTIONAL PRERREQUISITOS-ARCHIVO
           ASSIGN TO 'prerrequisitos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRERREQUISITOS-STATUS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

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
      *                000 en la regular; consecutivo por empleado y
      *                periodo en las extraordinarias.
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-MODO PIC X.
                   88  PAR-MODO-FIRMA VALUE 'F' 'f'.
               05  PAR-PORCENTAJE PIC 9(3).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

       FD  PRERREQUISITOS-ARCHIVO.
           01  PRERREQUISITOS-REGISTRO.
               05  PRQ-PROGRAMA PIC X(20).
               05  PRQ-PREVIO PIC X(20).

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

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
           01  PARAMETRO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  PRERREQUISITOS-STATUS PIC XX.
           01  OPERADORES-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  FIN-RESULTADOS PIC X.
           01  FIN-PRERREQUISITOS PIC X.
           01  FIN-OPERADORES PIC X.
           01  HAY-MAESTRO PIC X VALUE 'N'.
           01  DEPENDENCIA-HALLADA PIC X.
           01  MODO-FIRMA PIC X VALUE 'N'.

      *    Porcentaje de cambio tolerado en bruto o neto; por encima
      *    se lista. Se toma de varianza_param.dat si viene.
           01  PORCENTAJE-DEFECTO PIC 9(3) VALUE 20.
           01  PORCENTAJE-TOLERADO PIC 9(3).

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

      *    Empleado en proceso: regular del periodo actual y del
      *    anterior (una anulacion 'A' de la regular la deja fuera).
           01  ID-EN-CURSO PIC 9(6).
           01  ACT-REGULAR PIC X.
           01  ACT-ANULADO PIC X.
           01  ACT-BRUTO PIC S9(9)V99.
           01  ACT-NETO PIC S9(9)V99.
           01  ANT-REGULAR PIC X.
           01  ANT-ANULADO PIC X.
           01  ANT-BRUTO PIC S9(9)V99.
           01  ANT-NETO PIC S9(9)V99.
           01  EN-ACTUAL PIC X.
           01  EN-ANTERIOR PIC X.
           01  VARIACION-BRUTO PIC S9(5)V9.
           01  VARIACION-NETO PIC S9(5)V9.
           01  VARIACION-CALCULO PIC S9(9)V9.
           01  MOTIVO-EXCEPCION PIC X(20).

           01  TOTAL-COMPARADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-NUEVOS PIC 9(5) VALUE ZERO.
           01  TOTAL-AUSENTES PIC 9(5) VALUE ZERO.
           01  TOTAL-VARIACIONES PIC 9(5) VALUE ZERO.
           01  TOTAL-NETO-CERO PIC 9(5) VALUE ZERO.
           01  ESTADO-CORRIDA PIC X(4).

      *    Firma de excepciones (mismos tres intentos de sign-on que
      *    BaseDeDados-01; basta nivel 2 de mantenimiento).
           01  ID-ENTRADA PIC X(8).
           01  PASSWORD-ENTRADA PIC X(8).
           01  INTENTOS-SIGNON PIC 9.
           01  SIGNON-CORRECTO PIC X.
           01  NIVEL-FIRMADO PIC 9.
           01  OPERADOR-FIRMADO PIC X(8).
           01  DECISION-FIRMA PIC X.
           01  AUDITORIA-FECHA-HORA PIC 9(14).
           01  AUDITORIA-FECHA-HORA-R REDEFINES AUDITORIA-FECHA-HORA.
               05  AUD-ANO PIC 9(4).
               05  AUD-MES PIC 99.
               05  AUD-DIA PIC 99.
               05  AUD-HORA PIC 99.
               05  AUD-MIN PIC 99.
               05  AUD-SEG PIC 99.

           01  LINEA-TITULO.
               05  FILLER PIC X(26) VALUE 'VARIANZAS DE NOMINA GRUPO '.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE ' PERIODO '.
               05  TIT-PERIODO PIC 9(6).
               05  FILLER PIC X(12) VALUE ' VS. PERIODO'.
               05  FILLER PIC X(1) VALUE SPACE.
               05  TIT-ANTERIOR PIC 9(6).
               05  FILLER PIC X(13) VALUE '  TOLERANCIA '.
               05  TIT-PORCENTAJE PIC ZZ9.
               05  FILLER PIC X(1) VALUE '%'.

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(7) VALUE 'ID'.
               05  FILLER PIC X(21) VALUE 'NOMBRE'.
               05  FILLER PIC X(20) VALUE 'EXCEPCION'.
               05  FILLER PIC X(13) VALUE '  BRUTO ANT.'.
               05  FILLER PIC X(13) VALUE '  BRUTO ACT.'.
               05  FILLER PIC X(13) VALUE '   NETO ANT.'.
               05  FILLER PIC X(13) VALUE '   NETO ACT.'.

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MOTIVO PIC X(20).
               05  DET-BRUTO-ANT PIC -ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BRUTO-ACT PIC -ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NETO-ANT PIC -ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NETO-ACT PIC -ZZZ,ZZ9.99.

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CONTEO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LEER-PARAMETRO.
           PERFORM REGISTRAR-DEPENDENCIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-RESULTADOS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Empleados comparados: ' TOTAL-COMPARADOS.
           DISPLAY 'Excepciones         : ' TOTAL-EXCEPCIONES
               ' Detalle en varianza_nomina.txt'.
           IF TOTAL-EXCEPCIONES = ZERO
               MOVE 'OK' TO ESTADO-CORRIDA
           ELSE
               MOVE 'WARN' TO ESTADO-CORRIDA
               IF MODO-FIRMA = 'S'
                   PERFORM FIRMAR-EXCEPCIONES
               ELSE
                   DISPLAY 'PAGOS-BANCO queda detenido hasta que un '
                       'operador firme las excepciones (modo F en '
                       'varianza_param.dat).'
               END-IF
           END-IF.
      *    RC 4 = excepciones sin firmar (0 limpio o firmado, 8
      *    error).
           IF ESTADO-CORRIDA NOT = 'OK'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           MOVE PORCENTAJE-DEFECTO TO PORCENTAJE-TOLERADO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-MODO-FIRMA
                           MOVE 'S' TO MODO-FIRMA
                       END-IF
                       IF PAR-PORCENTAJE IS NUMERIC AND
                               PAR-PORCENTAJE > ZERO
                           MOVE PAR-PORCENTAJE TO PORCENTAJE-TOLERADO
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.
           IF MODO-FIRMA = 'S'
               DISPLAY 'Revision de varianzas en MODO FIRMA.'
           END-IF.

      *    Deja anotada en prerrequisitos.dat la dependencia
      *    PAGOS-BANCO -> VARIANZA-NOMINA si todavia no esta.
       REGISTRAR-DEPENDENCIA.
           MOVE 'N' TO DEPENDENCIA-HALLADA.
           OPEN INPUT PRERREQUISITOS-ARCHIVO.
           IF PRERREQUISITOS-STATUS = '05' OR
                   PRERREQUISITOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-PRERREQUISITOS
               PERFORM UNTIL FIN-PRERREQUISITOS = 'S'
                   READ PRERREQUISITOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PRERREQUISITOS
                       NOT AT END
                           IF PRQ-PROGRAMA = 'PAGOS-BANCO' AND
                                   PRQ-PREVIO = 'VARIANZA-NOMINA'
                               MOVE 'S' TO DEPENDENCIA-HALLADA
                               MOVE 'S' TO FIN-PRERREQUISITOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PRERREQUISITOS-ARCHIVO.
           IF DEPENDENCIA-HALLADA = 'N'
               OPEN EXTEND PRERREQUISITOS-ARCHIVO
               MOVE 'PAGOS-BANCO' TO PRQ-PROGRAMA
               MOVE 'VARIANZA-NOMINA' TO PRQ-PREVIO
               WRITE PRERREQUISITOS-REGISTRO
               CLOSE PRERREQUISITOS-ARCHIVO
               DISPLAY 'PAGOS-BANCO registrado en prerrequisitos.dat '
                   'detras de VARIANZA-NOMINA.'
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
           IF EMPLEADOS-STATUS = '00'
               MOVE 'S' TO HAY-MAESTRO
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-GRUPO TO TIT-GRUPO.
           MOVE CRG-PERIODO TO TIT-PERIODO.
           MOVE CRG-PERIODO-ANTERIOR TO TIT-ANTERIOR.
           MOVE PORCENTAJE-TOLERADO TO TIT-PORCENTAJE.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *    Recorrido completo en orden de clave (ID + periodo): por
      *    cada ID se juntan su regular del periodo y del anterior
      *    del grupo, y al cambiar de ID se evalua.
       RECORRER-RESULTADOS.
           MOVE ZERO TO ID-EN-CURSO.
           PERFORM LIMPIAR-EMPLEADO.
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
                       IF RES-EMPLEADOS-ID NOT = ID-EN-CURSO
                           PERFORM EVALUAR-EMPLEADO
                           PERFORM LIMPIAR-EMPLEADO
                           MOVE RES-EMPLEADOS-ID TO ID-EN-CURSO
                       END-IF
                       PERFORM ANOTAR-RESULTADO
               END-READ
           END-PERFORM.
           PERFORM EVALUAR-EMPLEADO.

       LIMPIAR-EMPLEADO.
           MOVE 'N' TO ACT-REGULAR.
           MOVE 'N' TO ACT-ANULADO.
           MOVE ZERO TO ACT-BRUTO.
           MOVE ZERO TO ACT-NETO.
           MOVE 'N' TO ANT-REGULAR.
           MOVE 'N' TO ANT-ANULADO.
           MOVE ZERO TO ANT-BRUTO.
           MOVE ZERO TO ANT-NETO.

      *    Solo cuenta la corrida regular (secuencia 000) del grupo;
      *    la extraordinaria se paga y se revisa aparte.
       ANOTAR-RESULTADO.
           IF RES-GRUPO = CRG-GRUPO AND RES-SECUENCIA = ZERO
               IF RES-PERIODO = CRG-PERIODO
                   IF RES-REGULAR
                       MOVE 'S' TO ACT-REGULAR
                       MOVE RES-BRUTO TO ACT-BRUTO
                       MOVE RES-NETO TO ACT-NETO
                   END-IF
                   IF RES-ANULACION
                       MOVE 'S' TO ACT-ANULADO
                   END-IF
               END-IF
               IF RES-PERIODO = CRG-PERIODO-ANTERIOR
                   IF RES-REGULAR
                       MOVE 'S' TO ANT-REGULAR
                       MOVE RES-BRUTO TO ANT-BRUTO
                       MOVE RES-NETO TO ANT-NETO
                   END-IF
                   IF RES-ANULACION
                       MOVE 'S' TO ANT-ANULADO
                   END-IF
               END-IF
           END-IF.

       EVALUAR-EMPLEADO.
           MOVE 'N' TO EN-ACTUAL.
           MOVE 'N' TO EN-ANTERIOR.
           IF ACT-REGULAR = 'S' AND ACT-ANULADO = 'N'
               MOVE 'S' TO EN-ACTUAL
           END-IF.
           IF ANT-REGULAR = 'S' AND ANT-ANULADO = 'N'
               MOVE 'S' TO EN-ANTERIOR
           END-IF.
           IF EN-ACTUAL = 'S' OR EN-ANTERIOR = 'S'
               ADD 1 TO TOTAL-COMPARADOS
           END-IF.
           IF EN-ACTUAL = 'S' AND EN-ANTERIOR = 'N'
               MOVE 'ALTA EN NOMINA' TO MOTIVO-EXCEPCION
               ADD 1 TO TOTAL-NUEVOS
               PERFORM ESCRIBIR-EXCEPCION
           END-IF.
           IF EN-ACTUAL = 'N' AND EN-ANTERIOR = 'S'
               MOVE 'AUSENTE DEL PERIODO' TO MOTIVO-EXCEPCION
               ADD 1 TO TOTAL-AUSENTES
               PERFORM ESCRIBIR-EXCEPCION
           END-IF.
           IF EN-ACTUAL = 'S' AND EN-ANTERIOR = 'S'
               PERFORM CALCULAR-VARIACIONES
               IF VARIACION-BRUTO > PORCENTAJE-TOLERADO OR
                       VARIACION-BRUTO < ZERO - PORCENTAJE-TOLERADO OR
                       VARIACION-NETO > PORCENTAJE-TOLERADO OR
                       VARIACION-NETO < ZERO - PORCENTAJE-TOLERADO
                   MOVE 'VARIACION > TOLER.' TO MOTIVO-EXCEPCION
                   ADD 1 TO TOTAL-VARIACIONES
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
           IF EN-ACTUAL = 'S' AND ACT-NETO NOT > ZERO
               IF ACT-NETO = ZERO
                   MOVE 'NETO EN CERO' TO MOTIVO-EXCEPCION
               ELSE
                   MOVE 'NETO NEGATIVO' TO MOTIVO-EXCEPCION
               END-IF
               ADD 1 TO TOTAL-NETO-CERO
               PERFORM ESCRIBIR-EXCEPCION
           END-IF.

      *    Cambio porcentual contra el periodo anterior; sin base en
      *    el anterior cualquier importe actual cuenta como 999.9%.
       CALCULAR-VARIACIONES.
           IF ANT-BRUTO = ZERO
               IF ACT-BRUTO = ZERO
                   MOVE ZERO TO VARIACION-BRUTO
               ELSE
                   MOVE 999.9 TO VARIACION-BRUTO
               END-IF
           ELSE
               COMPUTE VARIACION-CALCULO ROUNDED =
                   (ACT-BRUTO - ANT-BRUTO) * 100 / ANT-BRUTO
               IF VARIACION-CALCULO > 9999
                   MOVE 9999 TO VARIACION-BRUTO
               ELSE
                   MOVE VARIACION-CALCULO TO VARIACION-BRUTO
               END-IF
           END-IF.
           IF ANT-NETO = ZERO
               IF ACT-NETO = ZERO
                   MOVE ZERO TO VARIACION-NETO
               ELSE
                   MOVE 999.9 TO VARIACION-NETO
               END-IF
           ELSE
               COMPUTE VARIACION-CALCULO ROUNDED =
                   (ACT-NETO - ANT-NETO) * 100 / ANT-NETO
               IF VARIACION-CALCULO > 9999
                   MOVE 9999 TO VARIACION-NETO
               ELSE
                   IF VARIACION-CALCULO < -9999
                       MOVE -9999 TO VARIACION-NETO
                   ELSE
                       MOVE VARIACION-CALCULO TO VARIACION-NETO
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-EXCEPCION.
           ADD 1 TO TOTAL-EXCEPCIONES.
           MOVE ID-EN-CURSO TO DET-ID.
           MOVE SPACES TO DET-NOMBRE.
           IF HAY-MAESTRO = 'S'
               MOVE ID-EN-CURSO TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE '(no esta en maestro)' TO DET-NOMBRE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE
               END-READ
           END-IF.
           MOVE MOTIVO-EXCEPCION TO DET-MOTIVO.
           MOVE ANT-BRUTO TO DET-BRUTO-ANT.
           MOVE ACT-BRUTO TO DET-BRUTO-ACT.
           MOVE ANT-NETO TO DET-NETO-ANT.
           MOVE ACT-NETO TO DET-NETO-ACT.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Empleados comparados' TO TOT-TEXTO.
           MOVE TOTAL-COMPARADOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Altas en nomina' TO TOT-TEXTO.
           MOVE TOTAL-NUEVOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Ausentes del periodo' TO TOT-TEXTO.
           MOVE TOTAL-AUSENTES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Variaciones sobre tolerancia' TO TOT-TEXTO.
           MOVE TOTAL-VARIACIONES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Netos en cero o negativos' TO TOT-TEXTO.
           MOVE TOTAL-NETO-CERO TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'TOTAL EXCEPCIONES' TO TOT-TEXTO.
           MOVE TOTAL-EXCEPCIONES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    La firma exige sign-on de un operador de mantenimiento o
      *    admin que confirme haber revisado varianza_nomina.txt;
      *    queda en la auditoria y la corrida pasa a 'OK'.
       FIRMAR-EXCEPCIONES.
           DISPLAY 'Revise varianza_nomina.txt. ¿Firmar las '
               TOTAL-EXCEPCIONES ' excepciones? (S/N):'.
           ACCEPT DECISION-FIRMA.
           IF FUNCTION UPPER-CASE(DECISION-FIRMA) NOT = 'S'
               DISPLAY 'Excepciones sin firmar.'
           ELSE
               MOVE ZERO TO INTENTOS-SIGNON
               MOVE 'N' TO SIGNON-CORRECTO
               MOVE ZERO TO NIVEL-FIRMADO
               PERFORM INTENTAR-SIGNON
                   UNTIL SIGNON-CORRECTO = 'S'
                       OR INTENTOS-SIGNON >= 3
               IF SIGNON-CORRECTO = 'S' AND NIVEL-FIRMADO >= 2
                   MOVE 'OK' TO ESTADO-CORRIDA
                   PERFORM REGISTRAR-FIRMA
                   DISPLAY 'Excepciones firmadas por '
                       OPERADOR-FIRMADO '; PAGOS-BANCO puede correr.'
               ELSE
                   DISPLAY 'Sin firma valida; las excepciones '
                       'siguen abiertas.'
               END-IF
           END-IF.

       INTENTAR-SIGNON.
           ADD 1 TO INTENTOS-SIGNON.
           DISPLAY 'ID de operador:'.
           ACCEPT ID-ENTRADA.
           DISPLAY 'Contrasena:'.
           ACCEPT PASSWORD-ENTRADA.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS = '05' OR OPERADORES-STATUS = '35'
               CLOSE OPERADORES-ARCHIVO
               DISPLAY 'No existe operadores.dat; no hay quien '
                   'firme.'
               MOVE 3 TO INTENTOS-SIGNON
           ELSE
               MOVE 'N' TO FIN-OPERADORES
               PERFORM UNTIL FIN-OPERADORES = 'S'
                   READ OPERADORES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-OPERADORES
                       NOT AT END
                           IF OPER-ID = ID-ENTRADA AND
                                   OPER-PASSWORD = PASSWORD-ENTRADA
                               MOVE 'S' TO SIGNON-CORRECTO
                               MOVE OPER-ID TO OPERADOR-FIRMADO
                               MOVE OPER-NIVEL TO NIVEL-FIRMADO
                               MOVE 'S' TO FIN-OPERADORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-ARCHIVO
               IF SIGNON-CORRECTO = 'N'
                   DISPLAY 'Operador o contrasena incorrectos.'
               END-IF
           END-IF.

      *    Mismo formato de linea que REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05; lleva el periodo firmado y el OP=
      *    del operador.
       REGISTRAR-FIRMA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = '00' OR AUDITORIA-STATUS = '05'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO AUDITORIA-FECHA-HORA
               MOVE SPACES TO AUDITORIA-LINEA
               STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                      AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                      'FIRMA-VARIAC' ' ' CRG-GRUPO CRG-PERIODO
                      ' OP=' OPERADOR-FIRMADO
                   DELIMITED BY SIZE
                   INTO AUDITORIA-LINEA
               WRITE AUDITORIA-LINEA
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

      *    Linea estandar de bitacora de corrida; 'OK' solo sin
      *    excepciones o con ellas firmadas: es lo que mira
      *    ChequeoPrevio-98 antes de dejar correr PAGOS-BANCO.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'VARIANZA-NOMINA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-COMPARADOS TO RUN-LEIDOS
               MOVE TOTAL-EXCEPCIONES TO RUN-ESCRITOS
               MOVE TOTAL-EXCEPCIONES TO RUN-RECHAZADOS
               MOVE ESTADO-CORRIDA TO RUN-ESTADO
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM VARIANZA-NOMINA.
