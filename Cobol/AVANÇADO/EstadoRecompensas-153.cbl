      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estado anual de recompensas totales: por cada
      *          empleado con acumulados del ano en ytd.dat, una hoja
      *          con lo que cobro en nomina (bruto ordinario y
      *          extraordinario) y lo que la empresa gasto ademas por
      *          el: cuotas patronales y aportacion al plan de retiro
      *          de las corridas del ano (movimientos_nomina.dat,
      *          sin los recibos anulados), parte de la empresa en las
      *          primas de los planes en que esta inscrito
      *          (PLAN-PRIMA-PATRON por los meses inscrito), costo de
      *          los cursos terminados en el ano (formacion.dat) y
      *          valor del saldo de vacaciones a su salario diario
      *          (mismo criterio que ValuacionVacaciones-77). Todo en
      *          la moneda local del empleado; el curso pagado en otra
      *          moneda se convierte con tipos_cambio.dat. La corrida
      *          es de un departamento o de toda la compania, en
      *          recompensas-AAAA.txt (recompensas-AAAA-DEPT.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-RECOMPENSAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

      *    Detalle por resultado de nomina: 'C' cuota patronal y 'M'
      *    aportacion de la empresa al plan de retiro.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

      *    Resultados de nomina, solo para saber si el recibo que
      *    origino un movimiento fue anulado (AnularRecibo-105).
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           SELECT OPTIONAL PLANES-ARCHIVO
           ASSIGN TO 'planes_beneficios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANES-STATUS.

           SELECT OPTIONAL INS-BEN-ARCHIVO
           ASSIGN TO 'inscripciones_beneficios.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BEN-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INS-BEN-STATUS.

      *    Cursos y certificaciones por empleado (mismo archivo y
      *    claves que mantiene RegistrosIndexados-05).
           SELECT OPTIONAL FORMACION-ARCHIVO
           ASSIGN TO 'formacion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS FORMACION-ID
           ALTERNATE RECORD KEY IS FORMACION-EMPLEADOS-ID
               WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FORMACION-STATUS.

           SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO 'vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS VAC-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VACACIONES-STATUS.

      *    Maestro de tipos de cambio (TiposCambio-72), para el costo
      *    de los cursos capturado en otra moneda.
           SELECT OPTIONAL CAMBIOS-ARCHIVO
           ASSIGN TO 'tipos_cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMBIOS-STATUS.

           SELECT PRINT-FILE
           ASSIGN DYNAMIC REPORTE-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

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

       FD  MOVIMIENTOS-ARCHIVO.
           01  MOVIMIENTOS-REGISTRO.
               05  MOV-CLAVE.
      *            Misma clave que el resultado que lo origino.
                   10  MOV-EMPLEADOS-ID PIC 9(6).
                   10  MOV-PERIODO PIC 9(6).
                   10  MOV-TIPO PIC X.
                   10  MOV-SECUENCIA PIC 9(3).
               05  MOV-CLASE PIC X.
                   88  MOV-CUOTA-PATRONAL VALUE 'C'.
                   88  MOV-MATCH-RETIRO VALUE 'M'.
               05  MOV-REFERENCIA PIC X(12).
               05  MOV-IMPORTE PIC 9(9)V99.

       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
                   10  RES-SECUENCIA PIC 9(3).
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  PLANES-ARCHIVO.
           01  PLANES-REGISTRO.
               05  PLAN-CODIGO PIC X(4).
               05  PLAN-DESCRIPCION PIC X(30).
               05  PLAN-PRIMA PIC 9(7)V99.
               05  PLAN-ELEGIBLE PIC X.
               05  PLAN-ASEGURADORA PIC X(6).
               05  PLAN-POLIZA PIC X(15).
               05  PLAN-PRIMA-PATRON PIC 9(7)V99.

       FD  INS-BEN-ARCHIVO.
           01  INS-BEN-REGISTRO.
               05  BEN-CLAVE.
                   10  BEN-EMPLEADOS-ID PIC 9(6).
                   10  BEN-PLAN PIC X(4).
               05  BEN-NIVEL PIC X.
                   88  BEN-NIVEL-FAMILIAR VALUE 'F'.
               05  BEN-FECHA-ALTA PIC 9(8).

       FD  FORMACION-ARCHIVO.
           01  FORMACION-REGISTRO.
               05  FORMACION-ID PIC 9(6).
               05  FORMACION-EMPLEADOS-ID PIC 9(6).
               05  FORMACION-CURSO PIC X(8).
               05  FORMACION-DESCRIPCION PIC X(25).
               05  FORMACION-FECHA-TERMINO PIC 9(8).
               05  FORMACION-FECHA-VENCE PIC 9(8).
               05  FORMACION-COSTO PIC 9(7)V99.
               05  FORMACION-MONEDA PIC X(3).

       FD  VACACIONES-ARCHIVO.
           01  VACACIONES-REGISTRO.
               05  VAC-EMPLEADOS-ID PIC 9(6).
               05  VAC-DIAS-ACUMULADOS PIC 9(4)V99.
               05  VAC-DIAS-TOMADOS PIC 9(4)V99.
               05  VAC-ULTIMO-PERIODO PIC 9(6).

       FD  CAMBIOS-ARCHIVO.
           01  CAMBIOS-REGISTRO.
               05  TCB-MONEDA PIC X(3).
               05  TCB-FECHA PIC 9(8).
               05  TCB-TASA PIC 9(5)V9(6).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           01  EMPLEADOS-STATUS PIC XX.
           01  YTD-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  PLANES-STATUS PIC XX.
           01  INS-BEN-STATUS PIC XX.
           01  FORMACION-STATUS PIC XX.
           01  VACACIONES-STATUS PIC XX.
           01  CAMBIOS-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  REPORTE-NOMBRE PIC X(30).
           01  FIN-DEL-ARCHIVO PIC X VALUE '1'.
           01  FIN-MOVIMIENTOS PIC X.
           01  FIN-PLANES PIC X.
           01  FIN-INS-BEN PIC X.
           01  FIN-FORMACION PIC X.
           01  FIN-CAMBIOS PIC X.
           01  HAY-RESULTADOS PIC X.
           01  HAY-INS-BEN PIC X.
           01  HAY-FORMACION PIC X.
           01  HAY-VACACIONES PIC X.

           01  ANO-TXT PIC X(32)
               VALUE 'Ano del estado (AAAA): '.
           01  DEPTO-TXT PIC X(44)
               VALUE 'Departamento (blanco = toda la compania): '.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-VALIDO PIC X.
           01  ANO-TRABAJO PIC 9(4).
           01  DEPTO-ENTRADA PIC X(4).
           01  FECHA-HOY PIC 9(8).
           01  FECHA-HOY-R REDEFINES FECHA-HOY.
               05  HOY-ANO PIC 9(4).
               05  HOY-MES PIC 99.
               05  HOY-DIA PIC 99.
      *    Fecha a la que se toman los tipos de cambio: cierre del ano
      *    del estado, u hoy si el ano sigue en curso.
           01  FECHA-TASAS PIC 9(8).

      *    Cuotas patronales y aportacion al retiro del ano por
      *    empleado, juntadas en una sola pasada de los movimientos.
           01  MAXIMO-APORTES PIC 9(5) VALUE 5000.
           01  TOTAL-APORTES PIC 9(5) VALUE ZERO.
           01  INDICE-APORTE PIC 9(5).
           01  APORTE-HALLADO PIC 9(5).
           01  TABLA-APORTES.
               05  APORTE-ENTRADA OCCURS 5000 TIMES.
                   10  TAP-EMPLEADOS-ID PIC 9(6).
                   10  TAP-CUOTAS PIC 9(11)V99.
                   10  TAP-MATCH PIC 9(11)V99.
           01  APORTES-DESCARTADOS PIC 9(5) VALUE ZERO.
           01  MOVIMIENTOS-ANULADOS PIC 9(5) VALUE ZERO.
           01  CLAVE-VALIDADA PIC X(16) VALUE LOW-VALUES.
           01  RESULTADO-ANULADO PIC X.

      *    Planes de beneficios en memoria (el archivo es chico).
           01  MAXIMO-PLANES PIC 9(3) VALUE 100.
           01  TOTAL-PLANES PIC 9(3) VALUE ZERO.
           01  INDICE-PLAN PIC 9(3).
           01  PLAN-HALLADO PIC 9(3).
           01  TABLA-PLANES.
               05  PLAN-ENTRADA OCCURS 100 TIMES.
                   10  TPL-CODIGO PIC X(4).
                   10  TPL-DESCRIPCION PIC X(30).
                   10  TPL-PRIMA-PATRON PIC 9(7)V99.

      *    Moneda local de cada pais soportado (la misma lista que el
      *    88-level PAIS-VALIDO en Archivo-logico.cbl; el balde '??'
      *    se trata como USD, igual que ReportePaises-39).
           01  TABLA-PAISES-VALORES.
               05  FILLER PIC X(2) VALUE 'US'.
               05  FILLER PIC X(2) VALUE 'ES'.
               05  FILLER PIC X(2) VALUE 'MX'.
               05  FILLER PIC X(2) VALUE 'AR'.
               05  FILLER PIC X(2) VALUE 'BR'.
               05  FILLER PIC X(2) VALUE 'CO'.
               05  FILLER PIC X(2) VALUE 'CL'.
               05  FILLER PIC X(2) VALUE 'PE'.
               05  FILLER PIC X(2) VALUE '??'.
           01  TABLA-PAISES-R REDEFINES TABLA-PAISES-VALORES.
               05  PAIS-CODIGO-TAB PIC X(2) OCCURS 9 TIMES.
           01  TABLA-MONEDAS-VALORES.
               05  FILLER PIC X(3) VALUE 'USD'.
               05  FILLER PIC X(3) VALUE 'EUR'.
               05  FILLER PIC X(3) VALUE 'MXN'.
               05  FILLER PIC X(3) VALUE 'ARS'.
               05  FILLER PIC X(3) VALUE 'BRL'.
               05  FILLER PIC X(3) VALUE 'COP'.
               05  FILLER PIC X(3) VALUE 'CLP'.
               05  FILLER PIC X(3) VALUE 'PEN'.
               05  FILLER PIC X(3) VALUE 'USD'.
           01  TABLA-MONEDAS-R REDEFINES TABLA-MONEDAS-VALORES.
               05  PAIS-MONEDA-TAB PIC X(3) OCCURS 9 TIMES.
           01  INDICE-PAIS PIC 99.
           01  MONEDA-LOCAL PIC X(3).
           01  MONEDA-BUSCADA PIC X(3).
           01  TASA-HALLADA PIC X.
           01  MEJOR-TASA PIC 9(5)V9(6).
           01  MEJOR-TASA-FECHA PIC 9(8).
           01  TASA-CURSO PIC 9(5)V9(6).

      *    Importes del estado del empleado, en su moneda local.
           01  BRUTO-ORDINARIO PIC S9(11)V99.
           01  CUOTAS-EMPLEADO PIC 9(11)V99.
           01  MATCH-EMPLEADO PIC 9(11)V99.
           01  BENEFICIOS-EMPLEADO PIC 9(11)V99.
           01  FORMACION-EMPLEADO PIC 9(11)V99.
           01  VACACIONES-EMPLEADO PIC 9(9)V99.
           01  APORTE-EMPRESA PIC 9(11)V99.
           01  RECOMPENSA-TOTAL PIC S9(11)V99.
           01  PRIMA-PLAN-ANO PIC 9(9)V99.
           01  COSTO-CURSO PIC 9(9)V99.
           01  CURSOS-EMPLEADO PIC 9(3).
           01  CURSOS-SIN-TASA PIC 9(3).
           01  SALDO-DIAS PIC S9(4)V99.
           01  SALARIO-DIARIO PIC 9(5)V99.
           01  MES-DESDE PIC 99.
           01  MES-HASTA PIC 99.
           01  MESES-INSCRITO PIC S99.
           01  TOTAL-ESTADOS PIC 9(5) VALUE ZERO.

           01  LINEA-CABECERA.
               05  FILLER PIC X(28)
                   VALUE 'ESTADO ANUAL DE RECOMPENSAS '.
               05  CAB-ANO PIC 9(4).
               05  FILLER PIC X(5) VALUE '  ID '.
               05  CAB-ID PIC 9(6).
               05  FILLER PIC X(2) VALUE SPACES.
               05  CAB-NOMBRE PIC X(35).

           01  LINEA-DATOS.
               05  FILLER PIC X(16) VALUE '  Departamento: '.
               05  DAT-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X(11) VALUE '   Moneda: '.
               05  DAT-MONEDA PIC X(3).

           01  LINEA-IMPORTE.
               05  IMP-TEXTO PIC X(50).
               05  IMP-IMPORTE PIC ZZZ,ZZZ,ZZ9.99-.

           01  LINEA-PLAN.
               05  FILLER PIC X(6) VALUE SPACES.
               05  PLN-CODIGO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  PLN-DESCRIPCION PIC X(30).
               05  FILLER PIC X(7) VALUE ' meses='.
               05  PLN-MESES PIC Z9.
               05  PLN-IMPORTE PIC ZZZ,ZZZ,ZZ9.99-.

           01  LINEA-DIAS.
               05  FILLER PIC X(30)
                   VALUE '    Saldo de vacaciones al dia'.
               05  FILLER PIC X(4) VALUE ' de '.
               05  DIA-FECHA PIC 9(8).
               05  FILLER PIC X(2) VALUE ': '.
               05  DIA-SALDO PIC ZZZ9.99.
               05  FILLER PIC X(5) VALUE ' dias'.

           01  LINEA-SEPARADOR PIC X(70) VALUE ALL '-'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PLANES.
           PERFORM CARGAR-APORTES.
           PERFORM POSICIONAR-MAESTRO.
           PERFORM LEER-SIGUIENTE.
           PERFORM PROCESAR-REGISTROS UNTIL FIN-DEL-ARCHIVO = '0'.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Estados emitidos: ' TOTAL-ESTADOS
               ' en ' REPORTE-NOMBRE.

       PROGRAM-DONE.
           GOBACK.

       PEDIR-PARAMETROS.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM UNTIL ANO-VALIDO = 'S'
               DISPLAY ANO-TXT
               ACCEPT ANO-ENTRADA
               IF ANO-ENTRADA IS NUMERIC
                   MOVE ANO-ENTRADA TO ANO-TRABAJO
                   MOVE 'S' TO ANO-VALIDO
               ELSE
                   DISPLAY 'Ano invalido: introduce 4 digitos.'
               END-IF
           END-PERFORM.
           DISPLAY DEPTO-TXT.
           ACCEPT DEPTO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(DEPTO-ENTRADA) TO DEPTO-ENTRADA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE FECHA-TASAS = ANO-TRABAJO * 10000 + 1231.
           IF FECHA-TASAS > FECHA-HOY
               MOVE FECHA-HOY TO FECHA-TASAS
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               GOBACK
           END-IF.
           OPEN INPUT YTD-ARCHIVO.
           IF YTD-STATUS NOT = '00'
               DISPLAY 'No existe ytd.dat; corra primero '
                   'RECIBOS-NOMINA. STATUS =' YTD-STATUS
               GOBACK
           END-IF.
           OPEN INPUT RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS = '00'
               MOVE 'S' TO HAY-RESULTADOS
           ELSE
               MOVE 'N' TO HAY-RESULTADOS
           END-IF.
           OPEN INPUT INS-BEN-ARCHIVO.
           IF INS-BEN-STATUS = '00'
               MOVE 'S' TO HAY-INS-BEN
           ELSE
               MOVE 'N' TO HAY-INS-BEN
           END-IF.
           OPEN INPUT FORMACION-ARCHIVO.
           IF FORMACION-STATUS = '00'
               MOVE 'S' TO HAY-FORMACION
           ELSE
               MOVE 'N' TO HAY-FORMACION
           END-IF.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF VACACIONES-STATUS = '00'
               MOVE 'S' TO HAY-VACACIONES
           ELSE
               MOVE 'N' TO HAY-VACACIONES
           END-IF.
           MOVE SPACES TO REPORTE-NOMBRE.
           IF DEPTO-ENTRADA = SPACES
               STRING 'recompensas-' ANO-TRABAJO '.txt'
                   DELIMITED BY SIZE INTO REPORTE-NOMBRE
           ELSE
               STRING 'recompensas-' ANO-TRABAJO '-'
                   DELIMITED BY SIZE
                   DEPTO-ENTRADA DELIMITED BY SPACE
                   '.txt' DELIMITED BY SIZE
                   INTO REPORTE-NOMBRE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'Error de archivo PRINT-FILE. STATUS ='
                   PRINT-STATUS
               GOBACK
           END-IF.

       POSICIONAR-MAESTRO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE INS-BEN-ARCHIVO.
           CLOSE FORMACION-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE PRINT-FILE.

       CARGAR-PLANES.
           OPEN INPUT PLANES-ARCHIVO.
           IF PLANES-STATUS = '00'
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLANES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           PERFORM GUARDAR-PLAN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANES-ARCHIVO.

      *    Los planes anteriores a PLAN-PRIMA-PATRON lo traen en
      *    blanco: la empresa no aporta nada en ellos.
       GUARDAR-PLAN.
           IF TOTAL-PLANES < MAXIMO-PLANES
               ADD 1 TO TOTAL-PLANES
               MOVE PLAN-CODIGO TO TPL-CODIGO(TOTAL-PLANES)
               MOVE PLAN-DESCRIPCION TO TPL-DESCRIPCION(TOTAL-PLANES)
               IF PLAN-PRIMA-PATRON IS NUMERIC
                   MOVE PLAN-PRIMA-PATRON
                       TO TPL-PRIMA-PATRON(TOTAL-PLANES)
               ELSE
                   MOVE ZERO TO TPL-PRIMA-PATRON(TOTAL-PLANES)
               END-IF
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-PLANES ' planes; el '
                   PLAN-CODIGO ' no entra al estado.'
           END-IF.

      *    Una sola pasada de movimientos_nomina.dat: cuotas
      *    patronales ('C') y aportacion de la empresa al retiro
      *    ('M') de las corridas regulares y extraordinarias del ano.
      *    Lo de un recibo anulado no cuenta. Con departamento pedido
      *    solo se guardan sus empleados, para no llenar la tabla.
       CARGAR-APORTES.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               DISPLAY 'Aviso: no existe movimientos_nomina.dat; '
                   'cuotas patronales y retiro salen en cero.'
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           IF MOV-PERIODO(1:4) = ANO-TRABAJO AND
                                   (MOV-TIPO = 'R' OR MOV-TIPO = 'E')
                                   AND (MOV-CUOTA-PATRONAL OR
                                   MOV-MATCH-RETIRO)
                               PERFORM PROCESAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-ANULADOS > ZERO
               DISPLAY 'Movimientos de recibos anulados omitidos: '
                   MOVIMIENTOS-ANULADOS
           END-IF.
           IF APORTES-DESCARTADOS > ZERO
               DISPLAY 'Aviso: mas de ' MAXIMO-APORTES ' empleados '
                   'con aportes; ' APORTES-DESCARTADOS
                   ' movimientos fuera del estado.'
           END-IF.

       PROCESAR-MOVIMIENTO.
           IF MOV-CLAVE NOT = CLAVE-VALIDADA
               MOVE MOV-CLAVE TO CLAVE-VALIDADA
               PERFORM VERIFICAR-ANULACION
           END-IF.
           IF RESULTADO-ANULADO = 'S'
               ADD 1 TO MOVIMIENTOS-ANULADOS
           ELSE
               PERFORM BUSCAR-APORTE
               IF DEPTO-ENTRADA = SPACES OR APORTE-HALLADO > ZERO
                   PERFORM ACUMULAR-APORTE
               ELSE
                   PERFORM VERIFICAR-DEPTO-MOVIMIENTO
               END-IF
           END-IF.

       VERIFICAR-ANULACION.
           MOVE 'N' TO RESULTADO-ANULADO.
           IF HAY-RESULTADOS = 'S'
               MOVE MOV-CLAVE TO RES-CLAVE
               MOVE 'A' TO RES-TIPO
               READ RESULTADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO RESULTADO-ANULADO
               END-READ
           END-IF.

      *    El maestro todavia no se recorre (se posiciona despues de
      *    esta pasada), asi que se puede leer por clave.
       VERIFICAR-DEPTO-MOVIMIENTO.
           MOVE MOV-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-DEPARTAMENTO
           END-READ.
           IF EMPLEADOS-DEPARTAMENTO = DEPTO-ENTRADA
               PERFORM ACUMULAR-APORTE
           END-IF.

       ACUMULAR-APORTE.
           IF APORTE-HALLADO = ZERO
               IF TOTAL-APORTES < MAXIMO-APORTES
                   ADD 1 TO TOTAL-APORTES
                   MOVE TOTAL-APORTES TO APORTE-HALLADO
                   MOVE MOV-EMPLEADOS-ID
                       TO TAP-EMPLEADOS-ID(APORTE-HALLADO)
                   MOVE ZERO TO TAP-CUOTAS(APORTE-HALLADO)
                   MOVE ZERO TO TAP-MATCH(APORTE-HALLADO)
               ELSE
                   ADD 1 TO APORTES-DESCARTADOS
               END-IF
           END-IF.
           IF APORTE-HALLADO > ZERO
               IF MOV-CUOTA-PATRONAL
                   ADD MOV-IMPORTE TO TAP-CUOTAS(APORTE-HALLADO)
               ELSE
                   ADD MOV-IMPORTE TO TAP-MATCH(APORTE-HALLADO)
               END-IF
           END-IF.

       BUSCAR-APORTE.
           MOVE ZERO TO APORTE-HALLADO.
           PERFORM VARYING INDICE-APORTE FROM 1 BY 1
                   UNTIL INDICE-APORTE > TOTAL-APORTES OR
                       APORTE-HALLADO > ZERO
               IF TAP-EMPLEADOS-ID(INDICE-APORTE) = MOV-EMPLEADOS-ID
                   MOVE INDICE-APORTE TO APORTE-HALLADO
               END-IF
           END-PERFORM.

       PROCESAR-REGISTROS.
           IF DEPTO-ENTRADA = SPACES OR
                   EMPLEADOS-DEPARTAMENTO = DEPTO-ENTRADA
               PERFORM BUSCAR-YTD-EMPLEADO
           END-IF.
           PERFORM LEER-SIGUIENTE.

       BUSCAR-YTD-EMPLEADO.
           MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANO-TRABAJO TO YTD-ANO.
           READ YTD-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM IMPRIMIR-ESTADO
           END-READ.

      *    La nomina paga en la moneda del pais del domicilio (el
      *    mismo criterio de ReportePaises-39).
       DETERMINAR-MONEDA-LOCAL.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 8 OR
                       PAIS-CODIGO-TAB(INDICE-PAIS) = DIR-CODIGO-PAIS
               CONTINUE
           END-PERFORM.
           MOVE PAIS-MONEDA-TAB(INDICE-PAIS) TO MONEDA-LOCAL.

       IMPRIMIR-ESTADO.
           PERFORM DETERMINAR-MONEDA-LOCAL.
           COMPUTE BRUTO-ORDINARIO = YTD-BRUTO - YTD-EXTRA-BRUTO.
           MOVE ZERO TO CUOTAS-EMPLEADO.
           MOVE ZERO TO MATCH-EMPLEADO.
           MOVE EMPLEADOS-ID TO MOV-EMPLEADOS-ID.
           PERFORM BUSCAR-APORTE.
           IF APORTE-HALLADO > ZERO
               MOVE TAP-CUOTAS(APORTE-HALLADO) TO CUOTAS-EMPLEADO
               MOVE TAP-MATCH(APORTE-HALLADO) TO MATCH-EMPLEADO
           END-IF.

           MOVE ANO-TRABAJO TO CAB-ANO.
           MOVE EMPLEADOS-ID TO CAB-ID.
           MOVE SPACES TO CAB-NOMBRE.
           STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
               ' ' EMPLEADOS-APELLIDOS DELIMITED BY '  '
               INTO CAB-NOMBRE.
           MOVE LINEA-CABECERA TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE EMPLEADOS-DEPARTAMENTO TO DAT-DEPARTAMENTO.
           MOVE MONEDA-LOCAL TO DAT-MONEDA.
           MOVE LINEA-DATOS TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE '  LO QUE RECIBISTE EN NOMINA' TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '    Sueldo y percepciones ordinarias' TO IMP-TEXTO.
           MOVE BRUTO-ORDINARIO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '    Pagos extraordinarios' TO IMP-TEXTO.
           MOVE YTD-EXTRA-BRUTO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '    Total pagado en el ano (bruto)' TO IMP-TEXTO.
           MOVE YTD-BRUTO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

           MOVE '  LO QUE LA EMPRESA APORTO ADEMAS POR TI'
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '    Cuotas patronales (seguridad social)' TO IMP-TEXTO.
           MOVE CUOTAS-EMPLEADO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '    Aportacion de la empresa a tu plan de retiro'
               TO IMP-TEXTO.
           MOVE MATCH-EMPLEADO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM SECCION-BENEFICIOS.
           PERFORM SECCION-FORMACION.
           PERFORM SECCION-VACACIONES.

           COMPUTE APORTE-EMPRESA = CUOTAS-EMPLEADO + MATCH-EMPLEADO
               + BENEFICIOS-EMPLEADO + FORMACION-EMPLEADO
               + VACACIONES-EMPLEADO.
           COMPUTE RECOMPENSA-TOTAL = YTD-BRUTO + APORTE-EMPRESA.
           MOVE '    Total aportado por la empresa' TO IMP-TEXTO.
           MOVE APORTE-EMPRESA TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '  RECOMPENSA TOTAL DEL ANO' TO IMP-TEXTO.
           MOVE RECOMPENSA-TOTAL TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LINEA-SEPARADOR TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO TOTAL-ESTADOS.

      *    Parte de la empresa por cada inscripcion, por los meses del
      *    ano en que estuvo inscrito: desde el mes del alta (o enero)
      *    hasta diciembre, el mes en curso si el ano no ha cerrado, o
      *    el mes de la baja.
       SECCION-BENEFICIOS.
           MOVE ZERO TO BENEFICIOS-EMPLEADO.
           MOVE '    Parte de la empresa en tus beneficios'
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF HAY-INS-BEN = 'S'
               MOVE EMPLEADOS-ID TO BEN-EMPLEADOS-ID
               MOVE LOW-VALUES TO BEN-PLAN
               START INS-BEN-ARCHIVO KEY IS NOT LESS THAN BEN-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-INS-BEN
                   NOT INVALID KEY
                       MOVE 'N' TO FIN-INS-BEN
               END-START
               PERFORM UNTIL FIN-INS-BEN = 'S'
                   READ INS-BEN-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-INS-BEN
                       NOT AT END
                           IF BEN-EMPLEADOS-ID NOT = EMPLEADOS-ID
                               MOVE 'S' TO FIN-INS-BEN
                           ELSE
                               PERFORM VALUAR-INSCRIPCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE '      Total beneficios' TO IMP-TEXTO.
           MOVE BENEFICIOS-EMPLEADO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.

       VALUAR-INSCRIPCION.
           MOVE ZERO TO PLAN-HALLADO.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES OR
                       PLAN-HALLADO > ZERO
               IF TPL-CODIGO(INDICE-PLAN) = BEN-PLAN
                   MOVE INDICE-PLAN TO PLAN-HALLADO
               END-IF
           END-PERFORM.
           IF PLAN-HALLADO > ZERO
               PERFORM CALCULAR-MESES-INSCRITO
               IF MESES-INSCRITO > ZERO AND
                       TPL-PRIMA-PATRON(PLAN-HALLADO) > ZERO
                   IF BEN-NIVEL-FAMILIAR
                       COMPUTE PRIMA-PLAN-ANO ROUNDED =
                           TPL-PRIMA-PATRON(PLAN-HALLADO) * 2
                               * MESES-INSCRITO
                   ELSE
                       COMPUTE PRIMA-PLAN-ANO ROUNDED =
                           TPL-PRIMA-PATRON(PLAN-HALLADO)
                               * MESES-INSCRITO
                   END-IF
                   ADD PRIMA-PLAN-ANO TO BENEFICIOS-EMPLEADO
                   MOVE BEN-PLAN TO PLN-CODIGO
                   MOVE TPL-DESCRIPCION(PLAN-HALLADO)
                       TO PLN-DESCRIPCION
                   MOVE MESES-INSCRITO TO PLN-MESES
                   MOVE PRIMA-PLAN-ANO TO PLN-IMPORTE
                   MOVE LINEA-PLAN TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-IF.

       CALCULAR-MESES-INSCRITO.
           MOVE 1 TO MES-DESDE.
           MOVE 12 TO MES-HASTA.
           IF BEN-FECHA-ALTA(1:4) > ANO-TRABAJO
               MOVE 13 TO MES-DESDE
           ELSE
               IF BEN-FECHA-ALTA(1:4) = ANO-TRABAJO
                   MOVE BEN-FECHA-ALTA(5:2) TO MES-DESDE
               END-IF
           END-IF.
           IF HOY-ANO = ANO-TRABAJO
               MOVE HOY-MES TO MES-HASTA
           END-IF.
           IF STATUS-INATIVO AND EMPLEADOS-BAJA-FECHA IS NUMERIC
                   AND EMPLEADOS-BAJA-FECHA > ZERO
               IF EMPLEADOS-BAJA-FECHA(1:4) < ANO-TRABAJO
                   MOVE ZERO TO MES-HASTA
               ELSE
                   IF EMPLEADOS-BAJA-FECHA(1:4) = ANO-TRABAJO AND
                           EMPLEADOS-BAJA-FECHA(5:2) < MES-HASTA
                       MOVE EMPLEADOS-BAJA-FECHA(5:2) TO MES-HASTA
                   END-IF
               END-IF
           END-IF.
           COMPUTE MESES-INSCRITO = MES-HASTA - MES-DESDE + 1.
           IF MESES-INSCRITO < ZERO
               MOVE ZERO TO MESES-INSCRITO
           END-IF.

      *    Cursos terminados en el ano con costo; el capturado en otra
      *    moneda pasa por dolares: costo / tasa origen * tasa local.
       SECCION-FORMACION.
           MOVE ZERO TO FORMACION-EMPLEADO.
           MOVE ZERO TO CURSOS-EMPLEADO.
           MOVE ZERO TO CURSOS-SIN-TASA.
           IF HAY-FORMACION = 'S'
               MOVE EMPLEADOS-ID TO FORMACION-EMPLEADOS-ID
               MOVE 'N' TO FIN-FORMACION
               READ FORMACION-ARCHIVO
                       KEY IS FORMACION-EMPLEADOS-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-FORMACION
               END-READ
               PERFORM UNTIL FIN-FORMACION = 'S'
                   IF FORMACION-EMPLEADOS-ID NOT = EMPLEADOS-ID
                       MOVE 'S' TO FIN-FORMACION
                   ELSE
                       IF FORMACION-COSTO > ZERO AND
                               FORMACION-FECHA-TERMINO(1:4) =
                                   ANO-TRABAJO
                           PERFORM SUMAR-CURSO
                       END-IF
                       READ FORMACION-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-FORMACION
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO IMP-TEXTO.
           STRING '    Formacion (' CURSOS-EMPLEADO ' cursos en el ano)'
               DELIMITED BY SIZE INTO IMP-TEXTO.
           MOVE FORMACION-EMPLEADO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF CURSOS-SIN-TASA > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING '      (' CURSOS-SIN-TASA ' curso(s) sin tipo '
                   'de cambio a ' MONEDA-LOCAL '; no incluidos)'
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       SUMAR-CURSO.
           IF FORMACION-MONEDA = SPACES OR
                   FORMACION-MONEDA = MONEDA-LOCAL
               ADD FORMACION-COSTO TO FORMACION-EMPLEADO
               ADD 1 TO CURSOS-EMPLEADO
           ELSE
               MOVE FORMACION-MONEDA TO MONEDA-BUSCADA
               PERFORM BUSCAR-TASA-VIGENTE
               MOVE MEJOR-TASA TO TASA-CURSO
               IF TASA-HALLADA = 'S'
                   MOVE MONEDA-LOCAL TO MONEDA-BUSCADA
                   PERFORM BUSCAR-TASA-VIGENTE
               END-IF
               IF TASA-HALLADA = 'S'
                   COMPUTE COSTO-CURSO ROUNDED =
                       FORMACION-COSTO / TASA-CURSO * MEJOR-TASA
                   ADD COSTO-CURSO TO FORMACION-EMPLEADO
                   ADD 1 TO CURSOS-EMPLEADO
               ELSE
                   ADD 1 TO CURSOS-SIN-TASA
               END-IF
           END-IF.

      *    Saldo de hoy, valuado como en ValuacionVacaciones-77; el
      *    que ya se fue no tiene saldo que disfrutar.
       SECCION-VACACIONES.
           MOVE ZERO TO SALDO-DIAS.
           IF HAY-VACACIONES = 'S' AND NOT STATUS-INATIVO
               MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID
               READ VACACIONES-ARCHIVO
                   INVALID KEY
                       MOVE ZERO TO SALDO-DIAS
                   NOT INVALID KEY
                       COMPUTE SALDO-DIAS =
                           VAC-DIAS-ACUMULADOS - VAC-DIAS-TOMADOS
               END-READ
           END-IF.
           IF SALDO-DIAS < ZERO
               MOVE ZERO TO SALDO-DIAS
           END-IF.
           COMPUTE SALARIO-DIARIO ROUNDED = EMPLEADOS-SALARIO / 30.
           COMPUTE VACACIONES-EMPLEADO ROUNDED =
               SALDO-DIAS * SALARIO-DIARIO.
           MOVE '    Valor de tus vacaciones pendientes' TO IMP-TEXTO.
           MOVE VACACIONES-EMPLEADO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF SALDO-DIAS > ZERO
               MOVE FECHA-HOY TO DIA-FECHA
               MOVE SALDO-DIAS TO DIA-SALDO
               MOVE LINEA-DIAS TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *    Tasa vigente = la de fecha mas reciente que no pase de
      *    FECHA-TASAS (rebobinando tipos_cambio.dat). El USD
      *    convierte 1 a 1 aunque no este capturado.
       BUSCAR-TASA-VIGENTE.
           MOVE 'N' TO TASA-HALLADA.
           MOVE ZERO TO MEJOR-TASA.
           MOVE ZERO TO MEJOR-TASA-FECHA.
           IF MONEDA-BUSCADA = 'USD'
               MOVE 'S' TO TASA-HALLADA
               MOVE 1 TO MEJOR-TASA
               MOVE FECHA-TASAS TO MEJOR-TASA-FECHA
           END-IF.
           OPEN INPUT CAMBIOS-ARCHIVO.
           IF CAMBIOS-STATUS = '05' OR CAMBIOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-CAMBIOS
               PERFORM UNTIL FIN-CAMBIOS = 'S'
                   READ CAMBIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CAMBIOS
                       NOT AT END
                           IF TCB-MONEDA = MONEDA-BUSCADA AND
                                   TCB-FECHA <= FECHA-TASAS AND
                                   TCB-FECHA >= MEJOR-TASA-FECHA AND
                                   TCB-TASA NOT = ZERO
                               MOVE 'S' TO TASA-HALLADA
                               MOVE TCB-TASA TO MEJOR-TASA
                               MOVE TCB-FECHA TO MEJOR-TASA-FECHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CAMBIOS-ARCHIVO.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO PRINT-LINE.
           IF DEPTO-ENTRADA = SPACES
               STRING 'TOTAL ESTADOS ' ANO-TRABAJO
                   ' TODA LA COMPANIA: ' TOTAL-ESTADOS
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'TOTAL ESTADOS ' ANO-TRABAJO
                   ' DEPARTAMENTO ' DEPTO-ENTRADA ': ' TOTAL-ESTADOS
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.

       LEER-SIGUIENTE.
           IF FIN-DEL-ARCHIVO NOT = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
               END-READ
           END-IF.

       END PROGRAM ESTADO-RECOMPENSAS.
