      ******************************************************************
      * Author:
      * Date:
      * Purpose: Horario semanal de turnos por empleado en su sitio
      *          (EMPLEADOS-SITIO), en horario_turnos.dat con clave ID
      *          + lunes de la semana y un codigo de turnos.dat por
      *          dia (en blanco = libre). Tres modos:
      *          H captura o corrige la semana de un empleado, con
      *          aviso si el dia cae en licencia aprobada o feriado;
      *          C arma cobertura_turnos.txt de una semana: quien esta
      *          programado en licencia aprobada o tomada (no cuenta
      *          para la dotacion) o en feriado de feriados.dat del
      *          pais del sitio (si cuenta), y por sitio y turno los
      *          programados de cada dia contra el minimo de
      *          cobertura_minima.dat, marcando los que faltan;
      *          P carga la prima nocturna del periodo AAAAMM como
      *          percepcion en percepciones_empleado.dat: por cada
      *          turno nocturno programado en el periodo, fuera de
      *          licencia, el valor fijo del codigo o su porcentaje
      *          del pago del dia (salario / 30, o tarifa por hora x
      *          horas del turno). Una segunda carga del periodo
      *          reemplaza el importe, como CARGAR-BONO en
      *          CalculoBonos-121. Turnos y minimos en TurnosMaster-128.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORARIO-TURNOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL HORARIO-ARCHIVO
           ASSIGN TO 'horario_turnos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HOR-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS HORARIO-STATUS.

           SELECT OPTIONAL TURNOS-ARCHIVO
           ASSIGN TO 'turnos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TURNOS-STATUS.

           SELECT OPTIONAL COBERTURA-ARCHIVO
           ASSIGN TO 'cobertura_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COBERTURA-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): el pais del sitio
      *    decide que feriados aplican.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT OPTIONAL FERIADOS-ARCHIVO
           ASSIGN TO 'feriados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FERIADOS-STATUS.

      *    Licencias aprobadas o tomadas de cualquier tipo
      *    (Vacaciones-33).
           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'solicitudes_vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-ID
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

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'cobertura_turnos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

           SELECT PRIMA-ARCHIVO
           ASSIGN TO 'prima_nocturna.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRIMA-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  HORARIO-ARCHIVO.
           01  HORARIO-REGISTRO.
               05  HOR-CLAVE.
                   10  HOR-EMPLEADOS-ID PIC 9(6).
                   10  HOR-SEMANA PIC 9(8).
      *                Lunes de la semana, AAAAMMDD.
               05  HOR-SITIO PIC X(4).
               05  HOR-TURNO PIC X(4) OCCURS 7 TIMES.
      *            Dia 1 = lunes ... 7 = domingo; en blanco = libre.

       FD  TURNOS-ARCHIVO.
           01  TURNOS-REGISTRO.
               05  TUR-CODIGO PIC X(4).
               05  TUR-DESCRIPCION PIC X(30).
               05  TUR-HORA-INICIO PIC 9(4).
               05  TUR-HORA-FIN PIC 9(4).
               05  TUR-NOCTURNO PIC X.
                   88  TURNO-NOCTURNO VALUE 'S'.

       FD  COBERTURA-ARCHIVO.
           01  COBERTURA-REGISTRO.
               05  CMI-SITIO PIC X(4).
               05  CMI-TURNO PIC X(4).
               05  CMI-MINIMO PIC 9(3).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  FERIADOS-ARCHIVO.
           01  FERIADOS-REGISTRO.
               05  FER-PAIS PIC X(2).
               05  FER-FECHA PIC 9(8).
               05  FER-DESCRIPCION PIC X(30).

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
                   88  SOLICITUD-APROBADA VALUE 'A'.
                   88  SOLICITUD-TOMADA VALUE 'T'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

       FD  PERCEPCIONES-ARCHIVO.
           01  PERCEPCIONES-REGISTRO.
               05  PER-CODIGO PIC X(4).
               05  PER-DESCRIPCION PIC X(30).
               05  PER-METODO PIC X.
                   88  PER-METODO-PORCENTAJE VALUE 'P'.
                   88  PER-METODO-FIJO VALUE 'F'.
               05  PER-VALOR PIC 9(7)V99.
               05  PER-GRAVABLE PIC X.

       FD  PERC-EMP-ARCHIVO.
           01  PERC-EMP-REGISTRO.
               05  PEM-CLAVE.
                   10  PEM-EMPLEADOS-ID PIC 9(6).
                   10  PEM-PERIODO PIC 9(6).
                   10  PEM-CODIGO PIC X(4).
               05  PEM-MONTO PIC 9(7)V99.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

       FD  PRIMA-ARCHIVO.
           01  LINEA-PRIMA-REPORTE PIC X(100).

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
           01  HORARIO-STATUS PIC XX.
           01  TURNOS-STATUS PIC XX.
           01  COBERTURA-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  FERIADOS-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  PERCEPCIONES-STATUS PIC XX.
           01  PERC-EMP-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  PRIMA-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  MODO-CORRIDA PIC X.
           01  SI-NO PIC X.
           01  FIN-HORARIO PIC X.
           01  FIN-TABLA PIC X.

           01  ID-TXT PIC X(24)
               VALUE 'ID del empleado: '.
           01  SEMANA-TXT PIC X(45)
               VALUE 'Cualquier fecha de la semana (AAAAMMDD): '.
           01  TURNO-TXT PIC X(45)
               VALUE 'Turno (ENTER=sin cambio, L=libre): '.
           01  PERIODO-TXT PIC X(40)
               VALUE 'Periodo de la prima (AAAAMM): '.
           01  CODIGO-TXT PIC X(45)
               VALUE 'Codigo de percepcion (ENTER=NOCT): '.
           01  ID-ENTRADA PIC X(6).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  TURNO-ENTRADA PIC X(4).
           01  TURNO-DIA-VALIDO PIC X.
           01  PERIODO-ENTRADA PIC X(6).
           01  PERIODO-VALIDO PIC X.
           01  CODIGO-PRIMA PIC X(4).
           01  EMPLEADO-VALIDO PIC X.
           01  CAPTURA-EXISTE PIC X.

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Semana y rango de fechas de la corrida.
           01  SEMANA-LUNES PIC 9(8).
           01  SEMANA-DOMINGO PIC 9(8).
           01  SEMANA-DESDE PIC 9(8).
           01  RANGO-INICIO PIC 9(8).
           01  RANGO-FIN PIC 9(8).
           01  PERIODO-SIGUIENTE PIC 9(6).
           01  DIA-ABSOLUTO PIC 9(7).
           01  LUNES-ABSOLUTO PIC 9(7).
           01  FECHA-DIA PIC 9(8).
           01  INDICE-DIA PIC 9.
           01  NOMBRES-DIA-VALORES PIC X(21)
               VALUE 'LUNMARMIEJUEVIESABDOM'.
           01  NOMBRES-DIA REDEFINES NOMBRES-DIA-VALORES.
               05  NOMBRE-DIA PIC X(3) OCCURS 7 TIMES.

      *    Turnos de turnos.dat con sus horas de duracion.
           01  MAXIMO-TURNOS PIC 9(3) VALUE 50.
           01  TOTAL-TURNOS PIC 9(3) VALUE ZERO.
           01  INDICE-TURNO PIC 9(3).
           01  TABLA-TURNOS.
               05  TURNO-TABLA OCCURS 50 TIMES.
                   10  TTU-CODIGO PIC X(4).
                   10  TTU-NOCTURNO PIC X.
                   10  TTU-HORAS PIC 99V99.
           01  TURNO-BUSCADO PIC X(4).
           01  TURNO-ENCONTRADO PIC X.
           01  HORA-EVALUADA PIC 9(4).
           01  HORA-EVALUADA-R REDEFINES HORA-EVALUADA.
               05  HEV-HORA PIC 99.
               05  HEV-MINUTO PIC 99.
           01  MINUTOS-INICIO PIC 9(4).
           01  MINUTOS-FIN PIC 9(4).
           01  MINUTOS-TURNO PIC S9(5).

           01  MAXIMO-SITIOS PIC 9(3) VALUE 100.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 100 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).
           01  PAIS-SITIO PIC X(2).

      *    Feriados y licencias que caen en el rango de la corrida.
           01  MAXIMO-FERIADOS PIC 9(3) VALUE 500.
           01  TOTAL-FERIADOS PIC 9(3) VALUE ZERO.
           01  INDICE-FERIADO PIC 9(3).
           01  TABLA-FERIADOS.
               05  FERIADO-ENTRADA OCCURS 500 TIMES.
                   10  TFE-PAIS PIC X(2).
                   10  TFE-FECHA PIC 9(8).
                   10  TFE-DESCRIPCION PIC X(30).
           01  EN-FERIADO PIC X.
           01  FERIADO-DESCRIPCION PIC X(30).

           01  MAXIMO-LICENCIAS PIC 9(4) VALUE 2000.
           01  TOTAL-LICENCIAS PIC 9(4) VALUE ZERO.
           01  INDICE-LICENCIA PIC 9(4).
           01  TABLA-LICENCIAS.
               05  LICENCIA-ENTRADA OCCURS 2000 TIMES.
                   10  LIC-ID PIC 9(6).
                   10  LIC-TIPO PIC X(4).
                   10  LIC-DESDE PIC 9(8).
                   10  LIC-HASTA PIC 9(8).
           01  EN-LICENCIA PIC X.
           01  LICENCIA-TIPO PIC X(4).

      *    Minimos por sitio y turno con los programados de cada dia
      *    de la semana en curso.
           01  MAXIMO-COBERTURAS PIC 9(3) VALUE 200.
           01  TOTAL-COBERTURAS PIC 9(3) VALUE ZERO.
           01  INDICE-COBERTURA PIC 9(3).
           01  TABLA-COBERTURA.
               05  COBERTURA-ENTRADA OCCURS 200 TIMES.
                   10  TCO-SITIO PIC X(4).
                   10  TCO-TURNO PIC X(4).
                   10  TCO-MINIMO PIC 9(3).
                   10  TCO-PROGRAMADOS PIC 9(3) OCCURS 7 TIMES.

      *    Prima nocturna del empleado en proceso.
           01  ID-EN-PROCESO PIC 9(6).
           01  EMPLEADO-HALLADO PIC X.
           01  NOCHES-EMPLEADO PIC 9(3).
           01  PRIMA-NOCHE PIC 9(7)V99.
           01  IMPORTE-PRIMA PIC 9(7)V99.
           01  PRIMA-METODO PIC X.
           01  PRIMA-VALOR PIC 9(7)V99.
           01  PRIMA-DESCRIPCION PIC X(30).
           01  NOTA-PRIMA PIC X(20).

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-GRABADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-FALTANTES PIC 9(6) VALUE ZERO.
           01  TOTAL-LINEAS PIC 9(6) VALUE ZERO.
           01  TOTAL-APLICADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-NO-APLICADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-NOCHES PIC 9(6) VALUE ZERO.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  LINEA-CON-FALTA PIC X.

           01  LINEA-TITULO.
               05  TIT-TEXTO PIC X(40).
               05  TIT-FECHA PIC 9(8).
               05  FILLER PIC X(4) VALUE ' al '.
               05  TIT-FECHA-FIN PIC 9(8).

           01  LINEA-ENCABEZADO-EXC.
               05  FILLER PIC X(41)
                   VALUE 'ID     NOMBRE               DIA FECHA    '.
               05  FILLER PIC X(40)
                   VALUE 'SITIO TURNO NOTA                        '.

           01  LINEA-EXCEPCION.
               05  EXC-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  EXC-NOMBRE PIC X(20).
               05  FILLER PIC X VALUE SPACE.
               05  EXC-DIA PIC X(3).
               05  FILLER PIC X VALUE SPACE.
               05  EXC-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  EXC-SITIO PIC X(4).
               05  FILLER PIC X(2) VALUE SPACES.
               05  EXC-TURNO PIC X(4).
               05  FILLER PIC X(2) VALUE SPACES.
               05  EXC-NOTA PIC X(40).

           01  LINEA-ENCABEZADO-COB.
               05  FILLER PIC X(40)
                   VALUE 'SITIO TURNO MIN   LUN   MAR   MIE   JUE '.
               05  FILLER PIC X(24)
                   VALUE '  VIE   SAB   DOM       '.

           01  LINEA-COBERTURA.
               05  COB-SITIO PIC X(4).
               05  FILLER PIC X(2) VALUE SPACES.
               05  COB-TURNO PIC X(4).
               05  FILLER PIC X(2) VALUE SPACES.
               05  COB-MINIMO PIC ZZ9.
               05  COB-DIA OCCURS 7 TIMES.
                   10  FILLER PIC X(2).
                   10  COB-PROGRAMADOS PIC ZZ9.
                   10  COB-MARCA PIC X.
               05  FILLER PIC X(2) VALUE SPACES.
               05  COB-NOTA PIC X(10).

           01  LINEA-ENCABEZADO-PRIMA.
               05  FILLER PIC X(40)
                   VALUE 'ID     NOMBRE               NOCHES      '.
               05  FILLER PIC X(30)
                   VALUE '   IMPORTE  NOTA              '.

           01  LINEA-PRIMA.
               05  PRI-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  PRI-NOMBRE PIC X(20).
               05  FILLER PIC X VALUE SPACE.
               05  PRI-NOCHES PIC ZZ9.
               05  FILLER PIC X(4) VALUE SPACES.
               05  PRI-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  PRI-NOTA PIC X(20).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(36).
               05  TOT-CONTEO PIC ZZZ,ZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  TOT-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           DISPLAY 'Modo (H=horario, C=cobertura, P=prima nocturna):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'H'
                   PERFORM CORRIDA-HORARIO
               WHEN 'C'
                   PERFORM CORRIDA-COBERTURA
               WHEN 'P'
                   PERFORM CORRIDA-PRIMA-NOCTURNA
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

      *----------------------------------------------------------------
      *    Modo H: captura de la semana de un empleado.
      *----------------------------------------------------------------
       CORRIDA-HORARIO.
           PERFORM CARGAR-TURNOS.
           IF TOTAL-TURNOS = ZERO
               DISPLAY 'No hay turnos en turnos.dat; capturelos con '
                   'TURNOS-MASTER.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-SITIOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN I-O HORARIO-ARCHIVO.
           IF HORARIO-STATUS = '35' OR HORARIO-STATUS = '05'
               OPEN OUTPUT HORARIO-ARCHIVO
               CLOSE HORARIO-ARCHIVO
               OPEN I-O HORARIO-ARCHIVO
           END-IF.
           IF HORARIO-STATUS NOT = '00' AND HORARIO-STATUS NOT = '05'
               DISPLAY 'Error de archivo HORARIO. STATUS ='
                   HORARIO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM CAPTURAR-SEMANA UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HORARIO-ARCHIVO.
           DISPLAY 'Semanas grabadas: ' TOTAL-GRABADOS.

       CAPTURAR-SEMANA.
           PERFORM OBTENER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               MOVE 'N' TO FECHA-VALIDA
               PERFORM OBTENER-SEMANA UNTIL FECHA-VALIDA = 'S'
               MOVE SEMANA-LUNES TO RANGO-INICIO
               MOVE SEMANA-DOMINGO TO RANGO-FIN
               PERFORM CARGAR-FERIADOS
               PERFORM CARGAR-LICENCIAS
               PERFORM BUSCAR-PAIS-SITIO
               MOVE EMPLEADOS-ID TO HOR-EMPLEADOS-ID
               MOVE SEMANA-LUNES TO HOR-SEMANA
               MOVE 'N' TO CAPTURA-EXISTE
               READ HORARIO-ARCHIVO
                   INVALID KEY
                       MOVE SPACES TO HOR-SITIO
                       PERFORM VARYING INDICE-DIA FROM 1 BY 1
                               UNTIL INDICE-DIA > 7
                           MOVE SPACES TO HOR-TURNO(INDICE-DIA)
                       END-PERFORM
                   NOT INVALID KEY
                       MOVE 'S' TO CAPTURA-EXISTE
               END-READ
               DISPLAY 'Semana del ' SEMANA-LUNES ' al '
                   SEMANA-DOMINGO ' sitio ' EMPLEADOS-SITIO
               PERFORM VARYING INDICE-DIA FROM 1 BY 1
                       UNTIL INDICE-DIA > 7
                   PERFORM CALCULAR-FECHA-DIA
                   MOVE 'N' TO TURNO-DIA-VALIDO
                   PERFORM CAPTURAR-DIA UNTIL TURNO-DIA-VALIDO = 'S'
               END-PERFORM
               MOVE EMPLEADOS-SITIO TO HOR-SITIO
               PERFORM GRABAR-HORARIO
           END-IF.
           DISPLAY 'Otro horario (S/N)?'.
           ACCEPT SI-NO.
           MOVE FUNCTION UPPER-CASE(SI-NO) TO SI-NO.

      *    Solo activos con sitio asignado: el horario es del sitio
      *    del empleado (ReporteMuster-82 lista por ese mismo campo).
       OBTENER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: introduce 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe el ID ' ID-ENTRADA '.'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN STATUS-INATIVO
                               DISPLAY 'El ID ' ID-ENTRADA
                                   ' esta dado de baja.'
                           WHEN EMPLEADOS-SITIO = SPACES
                               DISPLAY 'El ID ' ID-ENTRADA ' no tiene '
                                   'sitio asignado; capturelo en '
                                   'REGISTROS-INDEXADOS.'
                           WHEN OTHER
                               DISPLAY EMPLEADOS-NOMBRE
                               MOVE 'S' TO EMPLEADO-VALIDO
                       END-EVALUATE
               END-READ
           END-IF.

      *    Cualquier fecha valida; se lleva al lunes de su semana
      *    (dia 1 = lunes, igual que el calculo de Vacaciones-33).
       OBTENER-SEMANA.
           DISPLAY SEMANA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
           ELSE
               MOVE 'N' TO FECHA-CALENDARIO-OK
           END-IF.
           IF FECHA-CALENDARIO-OK = 'S'
               MOVE 'S' TO FECHA-VALIDA
               COMPUTE DIA-ABSOLUTO =
                   FUNCTION INTEGER-OF-DATE(FECHA-EVALUADA)
               COMPUTE LUNES-ABSOLUTO = DIA-ABSOLUTO -
                   FUNCTION REM(DIA-ABSOLUTO + 6, 7)
               COMPUTE SEMANA-LUNES =
                   FUNCTION DATE-OF-INTEGER(LUNES-ABSOLUTO)
               COMPUTE SEMANA-DOMINGO =
                   FUNCTION DATE-OF-INTEGER(LUNES-ABSOLUTO + 6)
           ELSE
               DISPLAY 'Fecha invalida: introduce AAAAMMDD.'
           END-IF.

       CALCULAR-FECHA-DIA.
           COMPUTE LUNES-ABSOLUTO =
               FUNCTION INTEGER-OF-DATE(HOR-SEMANA).
           COMPUTE FECHA-DIA =
               FUNCTION DATE-OF-INTEGER(LUNES-ABSOLUTO + INDICE-DIA
               - 1).

       CAPTURAR-DIA.
           DISPLAY NOMBRE-DIA(INDICE-DIA) ' ' FECHA-DIA
               ' turno actual: ' HOR-TURNO(INDICE-DIA).
           DISPLAY TURNO-TXT.
           MOVE SPACES TO TURNO-ENTRADA.
           ACCEPT TURNO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(TURNO-ENTRADA) TO TURNO-ENTRADA.
           EVALUATE TRUE
               WHEN TURNO-ENTRADA = SPACES
                   MOVE 'S' TO TURNO-DIA-VALIDO
               WHEN TURNO-ENTRADA = 'L'
                   MOVE SPACES TO HOR-TURNO(INDICE-DIA)
                   MOVE 'S' TO TURNO-DIA-VALIDO
               WHEN OTHER
                   MOVE TURNO-ENTRADA TO TURNO-BUSCADO
                   PERFORM BUSCAR-TURNO
                   IF TURNO-ENCONTRADO = 'S'
                       MOVE TURNO-ENTRADA TO HOR-TURNO(INDICE-DIA)
                       MOVE 'S' TO TURNO-DIA-VALIDO
                   ELSE
                       DISPLAY 'No existe el turno ' TURNO-ENTRADA
                           ' en turnos.dat.'
                   END-IF
           END-EVALUATE.
           IF TURNO-DIA-VALIDO = 'S' AND
                   HOR-TURNO(INDICE-DIA) NOT = SPACES
               MOVE EMPLEADOS-ID TO ID-EN-PROCESO
               PERFORM VERIFICAR-LICENCIA-DIA
               PERFORM VERIFICAR-FERIADO-DIA
               IF EN-LICENCIA = 'S'
                   DISPLAY 'Aviso: ese dia tiene licencia aprobada ('
                       LICENCIA-TIPO '); no cuenta para la dotacion.'
               END-IF
               IF EN-FERIADO = 'S'
                   DISPLAY 'Aviso: ese dia es feriado: '
                       FERIADO-DESCRIPCION
               END-IF
           END-IF.

       GRABAR-HORARIO.
           IF CAPTURA-EXISTE = 'S'
               REWRITE HORARIO-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar el horario.'
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-GRABADOS
                       DISPLAY 'Horario actualizado.'
               END-REWRITE
           ELSE
               WRITE HORARIO-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo grabar el horario.'
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-GRABADOS
                       DISPLAY 'Horario grabado.'
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *    Modo C: cobertura de una semana.
      *----------------------------------------------------------------
       CORRIDA-COBERTURA.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-SEMANA UNTIL FECHA-VALIDA = 'S'.
           MOVE SEMANA-LUNES TO RANGO-INICIO.
           MOVE SEMANA-DOMINGO TO RANGO-FIN.
           PERFORM CARGAR-TURNOS.
           PERFORM CARGAR-SITIOS.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-LICENCIAS.
           PERFORM CARGAR-COBERTURA.
           IF TOTAL-COBERTURAS = ZERO
               DISPLAY 'Aviso: cobertura_minima.dat esta vacio; solo '
                   'se listan licencias y feriados.'
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN INPUT HORARIO-ARCHIVO.
           IF HORARIO-STATUS = '05' OR HORARIO-STATUS = '35'
               DISPLAY 'No hay horario_turnos.dat; capture los '
                   'horarios en modo H.'
               CLOSE HORARIO-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'COBERTURA DE TURNOS - SEMANA DEL' TO TIT-TEXTO.
           MOVE SEMANA-LUNES TO TIT-FECHA.
           MOVE SEMANA-DOMINGO TO TIT-FECHA-FIN.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'PROGRAMADOS EN LICENCIA APROBADA O EN FERIADO'
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO-EXC TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'N' TO FIN-HORARIO.
           MOVE LOW-VALUES TO HOR-CLAVE.
           START HORARIO-ARCHIVO KEY IS NOT LESS THAN HOR-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-HORARIO
           END-START.
           PERFORM UNTIL FIN-HORARIO = 'S'
               READ HORARIO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-HORARIO
                   NOT AT END
                       IF HOR-SEMANA = SEMANA-LUNES
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM CONTAR-HORARIO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ESCRIBIR-COBERTURA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HORARIO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY 'Horarios de la semana: ' TOTAL-LEIDOS.
           DISPLAY 'En licencia o feriado: ' TOTAL-EXCEPCIONES
               ' Turnos-dia con faltantes: ' TOTAL-FALTANTES.
           DISPLAY 'Reporte en cobertura_turnos.txt'.
           IF TOTAL-EXCEPCIONES > ZERO OR TOTAL-FALTANTES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

      *    Un programado dado de baja no cuenta; uno en licencia
      *    aprobada tampoco; uno en feriado si (el sitio lo programo
      *    a proposito) pero queda listado para confirmarlo.
       CONTAR-HORARIO.
           MOVE HOR-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE HOR-EMPLEADOS-ID TO ID-EN-PROCESO.
           MOVE 'S' TO EMPLEADO-HALLADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO EMPLEADO-HALLADO
                   MOVE SPACES TO EMPLEADOS-NOMBRE
                   MOVE SPACES TO DIR-CODIGO-PAIS
           END-READ.
           IF EMPLEADO-HALLADO = 'S' AND STATUS-INATIVO
               MOVE 'N' TO EMPLEADO-HALLADO
           END-IF.
           PERFORM BUSCAR-PAIS-SITIO-HORARIO.
           PERFORM VARYING INDICE-DIA FROM 1 BY 1
                   UNTIL INDICE-DIA > 7
               IF HOR-TURNO(INDICE-DIA) NOT = SPACES
                   PERFORM CALCULAR-FECHA-DIA
                   PERFORM CONTAR-DIA-HORARIO
               END-IF
           END-PERFORM.

       CONTAR-DIA-HORARIO.
           IF EMPLEADO-HALLADO = 'N'
               MOVE 'EMPLEADO DADO DE BAJA O INEXISTENTE' TO EXC-NOTA
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               PERFORM VERIFICAR-LICENCIA-DIA
               PERFORM VERIFICAR-FERIADO-DIA
               IF EN-LICENCIA = 'S'
                   MOVE SPACES TO EXC-NOTA
                   STRING 'LICENCIA APROBADA ' DELIMITED BY SIZE
                       LICENCIA-TIPO DELIMITED BY SIZE
                       ' (NO CUENTA)' DELIMITED BY SIZE
                       INTO EXC-NOTA
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   IF EN-FERIADO = 'S'
                       MOVE SPACES TO EXC-NOTA
                       STRING 'FERIADO ' DELIMITED BY SIZE
                           FERIADO-DESCRIPCION DELIMITED BY SIZE
                           INTO EXC-NOTA
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
                   PERFORM SUMAR-PROGRAMADO
               END-IF
           END-IF.

       SUMAR-PROGRAMADO.
           PERFORM VARYING INDICE-COBERTURA FROM 1 BY 1
                   UNTIL INDICE-COBERTURA > TOTAL-COBERTURAS
               IF TCO-SITIO(INDICE-COBERTURA) = HOR-SITIO AND
                       TCO-TURNO(INDICE-COBERTURA) =
                           HOR-TURNO(INDICE-DIA)
                   ADD 1 TO
                       TCO-PROGRAMADOS(INDICE-COBERTURA, INDICE-DIA)
               END-IF
           END-PERFORM.

       ESCRIBIR-EXCEPCION.
           MOVE HOR-EMPLEADOS-ID TO EXC-ID.
           MOVE EMPLEADOS-NOMBRE TO EXC-NOMBRE.
           MOVE NOMBRE-DIA(INDICE-DIA) TO EXC-DIA.
           MOVE FECHA-DIA TO EXC-FECHA.
           MOVE HOR-SITIO TO EXC-SITIO.
           MOVE HOR-TURNO(INDICE-DIA) TO EXC-TURNO.
           MOVE LINEA-EXCEPCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO TOTAL-EXCEPCIONES.

      *    Una linea por sitio y turno con minimo; '*' junto al dia
      *    con menos programados que el minimo.
       ESCRIBIR-COBERTURA.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'DOTACION PROGRAMADA CONTRA MINIMO (* = FALTA GENTE)'
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO-COB TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-COBERTURA FROM 1 BY 1
                   UNTIL INDICE-COBERTURA > TOTAL-COBERTURAS
               PERFORM ESCRIBIR-LINEA-COBERTURA
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Programados en licencia o feriado' TO TOT-TEXTO.
           MOVE TOTAL-EXCEPCIONES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE(1:45).
           WRITE LINEA-REPORTE.
           MOVE 'Turnos-dia con dotacion faltante' TO TOT-TEXTO.
           MOVE TOTAL-FALTANTES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE(1:45).
           WRITE LINEA-REPORTE.

       ESCRIBIR-LINEA-COBERTURA.
           MOVE SPACES TO LINEA-COBERTURA.
           MOVE 'N' TO LINEA-CON-FALTA.
           MOVE TCO-SITIO(INDICE-COBERTURA) TO COB-SITIO.
           MOVE TCO-TURNO(INDICE-COBERTURA) TO COB-TURNO.
           MOVE TCO-MINIMO(INDICE-COBERTURA) TO COB-MINIMO.
           PERFORM VARYING INDICE-DIA FROM 1 BY 1
                   UNTIL INDICE-DIA > 7
               MOVE TCO-PROGRAMADOS(INDICE-COBERTURA, INDICE-DIA)
                   TO COB-PROGRAMADOS(INDICE-DIA)
               IF TCO-PROGRAMADOS(INDICE-COBERTURA, INDICE-DIA) <
                       TCO-MINIMO(INDICE-COBERTURA)
                   MOVE '*' TO COB-MARCA(INDICE-DIA)
                   MOVE 'S' TO LINEA-CON-FALTA
                   ADD 1 TO TOTAL-FALTANTES
               END-IF
           END-PERFORM.
           IF LINEA-CON-FALTA = 'S'
               MOVE 'FALTA' TO COB-NOTA
           END-IF.
           MOVE LINEA-COBERTURA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO TOTAL-LINEAS.

      *----------------------------------------------------------------
      *    Modo P: prima nocturna del periodo como percepcion.
      *----------------------------------------------------------------
       CORRIDA-PRIMA-NOCTURNA.
           MOVE 'N' TO PERIODO-VALIDO.
           PERFORM OBTENER-PERIODO UNTIL PERIODO-VALIDO = 'S'.
           DISPLAY CODIGO-TXT.
           MOVE SPACES TO CODIGO-PRIMA.
           ACCEPT CODIGO-PRIMA.
           MOVE FUNCTION UPPER-CASE(CODIGO-PRIMA) TO CODIGO-PRIMA.
           IF CODIGO-PRIMA = SPACES
               MOVE 'NOCT' TO CODIGO-PRIMA
           END-IF.
           PERFORM BUSCAR-PERCEPCION.
           IF PRIMA-METODO NOT = 'P' AND PRIMA-METODO NOT = 'F'
               DISPLAY 'El codigo ' CODIGO-PRIMA ' no esta en '
                   'percepciones.dat con metodo P o F.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE RANGO-INICIO = FUNCTION NUMVAL(PERIODO-ENTRADA)
               * 100 + 1.
           IF PERIODO-ENTRADA(5:2) = '12'
               COMPUTE PERIODO-SIGUIENTE =
                   (FUNCTION NUMVAL(PERIODO-ENTRADA(1:4)) + 1) * 100
                   + 1
           ELSE
               COMPUTE PERIODO-SIGUIENTE =
                   FUNCTION NUMVAL(PERIODO-ENTRADA) + 1
           END-IF.
           COMPUTE RANGO-FIN = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PERIODO-SIGUIENTE * 100 + 1)
               - 1).
           COMPUTE SEMANA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RANGO-INICIO) - 6).
           PERFORM CARGAR-TURNOS.
           PERFORM CARGAR-LICENCIAS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN INPUT HORARIO-ARCHIVO.
           IF HORARIO-STATUS = '05' OR HORARIO-STATUS = '35'
               DISPLAY 'No hay horario_turnos.dat; nada que pagar.'
               CLOSE HORARIO-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
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
           OPEN OUTPUT PRIMA-ARCHIVO.
           IF PRIMA-STATUS NOT = '00'
               DISPLAY 'Error de archivo PRIMA. STATUS ='
                   PRIMA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TIT-TEXTO.
           STRING 'PRIMA NOCTURNA ' DELIMITED BY SIZE
               CODIGO-PRIMA DELIMITED BY SIZE
               ' - PERIODO DEL' DELIMITED BY SIZE
               INTO TIT-TEXTO.
           MOVE RANGO-INICIO TO TIT-FECHA.
           MOVE RANGO-FIN TO TIT-FECHA-FIN.
           MOVE LINEA-TITULO TO LINEA-PRIMA-REPORTE.
           WRITE LINEA-PRIMA-REPORTE.
           MOVE SPACES TO LINEA-PRIMA-REPORTE.
           WRITE LINEA-PRIMA-REPORTE.
           MOVE LINEA-ENCABEZADO-PRIMA TO LINEA-PRIMA-REPORTE.
           WRITE LINEA-PRIMA-REPORTE.
           MOVE ZERO TO ID-EN-PROCESO.
           MOVE ZERO TO NOCHES-EMPLEADO.
           MOVE ZERO TO IMPORTE-PRIMA.
           MOVE 'N' TO FIN-HORARIO.
           MOVE LOW-VALUES TO HOR-CLAVE.
           START HORARIO-ARCHIVO KEY IS NOT LESS THAN HOR-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-HORARIO
           END-START.
           PERFORM UNTIL FIN-HORARIO = 'S'
               READ HORARIO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-HORARIO
                   NOT AT END
                       IF HOR-SEMANA >= SEMANA-DESDE AND
                               HOR-SEMANA <= RANGO-FIN
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM ACUMULAR-PRIMA-HORARIO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CERRAR-PRIMA-EMPLEADO.
           PERFORM ESCRIBIR-TOTALES-PRIMA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HORARIO-ARCHIVO.
           CLOSE PERC-EMP-ARCHIVO.
           CLOSE PRIMA-ARCHIVO.
           DISPLAY 'Primas cargadas: ' TOTAL-APLICADOS
               ' por ' TOTAL-IMPORTE.
           DISPLAY 'No cargadas: ' TOTAL-NO-APLICADOS.
           DISPLAY 'Reporte en prima_nocturna.txt; la corrida de '
               'RECIBOS-NOMINA del periodo ' PERIODO-ENTRADA
               ' paga el codigo ' CODIGO-PRIMA '.'.
           IF TOTAL-NO-APLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       OBTENER-PERIODO.
           DISPLAY PERIODO-TXT.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NUMERIC AND
                   PERIODO-ENTRADA(1:4) > '1999' AND
                   PERIODO-ENTRADA(5:2) >= '01' AND
                   PERIODO-ENTRADA(5:2) <= '12'
               MOVE 'S' TO PERIODO-VALIDO
           ELSE
               DISPLAY 'Periodo invalido: introduce AAAAMM.'
           END-IF.

       BUSCAR-PERCEPCION.
           MOVE SPACE TO PRIMA-METODO.
           MOVE ZERO TO PRIMA-VALOR.
           OPEN INPUT PERCEPCIONES-ARCHIVO.
           IF PERCEPCIONES-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ PERCEPCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           IF PER-CODIGO = CODIGO-PRIMA
                               MOVE PER-METODO TO PRIMA-METODO
                               MOVE PER-VALOR TO PRIMA-VALOR
                               MOVE PER-DESCRIPCION
                                   TO PRIMA-DESCRIPCION
                               MOVE 'S' TO FIN-TABLA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERCEPCIONES-ARCHIVO.

      *    El maestro de horarios viene por ID y semana: al cambiar
      *    de ID se carga la prima del anterior.
       ACUMULAR-PRIMA-HORARIO.
           IF HOR-EMPLEADOS-ID NOT = ID-EN-PROCESO
               PERFORM CERRAR-PRIMA-EMPLEADO
               MOVE HOR-EMPLEADOS-ID TO ID-EN-PROCESO
               MOVE HOR-EMPLEADOS-ID TO EMPLEADOS-ID
               MOVE 'S' TO EMPLEADO-HALLADO
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE 'N' TO EMPLEADO-HALLADO
                       MOVE SPACES TO EMPLEADOS-NOMBRE
               END-READ
           END-IF.
           PERFORM VARYING INDICE-DIA FROM 1 BY 1
                   UNTIL INDICE-DIA > 7
               IF HOR-TURNO(INDICE-DIA) NOT = SPACES
                   PERFORM CALCULAR-FECHA-DIA
                   IF FECHA-DIA >= RANGO-INICIO AND
                           FECHA-DIA <= RANGO-FIN
                       PERFORM ACUMULAR-PRIMA-DIA
                   END-IF
               END-IF
           END-PERFORM.

       ACUMULAR-PRIMA-DIA.
           MOVE HOR-TURNO(INDICE-DIA) TO TURNO-BUSCADO.
           PERFORM BUSCAR-TURNO.
           IF TURNO-ENCONTRADO = 'S' AND
                   TTU-NOCTURNO(INDICE-TURNO) = 'S'
               PERFORM VERIFICAR-LICENCIA-DIA
               IF EN-LICENCIA = 'N'
                   ADD 1 TO NOCHES-EMPLEADO
                   IF EMPLEADO-HALLADO = 'S'
                       PERFORM CALCULAR-PRIMA-NOCHE
                       ADD PRIMA-NOCHE TO IMPORTE-PRIMA
                   END-IF
               END-IF
           END-IF.

      *    Pago del dia: salario mensual / 30 (mismo divisor que
      *    LiquidacionFinal-30) o tarifa por hora x horas del turno.
       CALCULAR-PRIMA-NOCHE.
           IF PRIMA-METODO = 'F'
               MOVE PRIMA-VALOR TO PRIMA-NOCHE
           ELSE
               IF PAGO-POR-HORA
                   COMPUTE PRIMA-NOCHE ROUNDED =
                       EMPLEADOS-TARIFA-HORA *
                       TTU-HORAS(INDICE-TURNO) * PRIMA-VALOR / 100
               ELSE
                   COMPUTE PRIMA-NOCHE ROUNDED =
                       EMPLEADOS-SALARIO / 30 * PRIMA-VALOR / 100
               END-IF
           END-IF.

       CERRAR-PRIMA-EMPLEADO.
           IF NOCHES-EMPLEADO > ZERO
               MOVE SPACES TO NOTA-PRIMA
               EVALUATE TRUE
                   WHEN EMPLEADO-HALLADO = 'N'
                       MOVE 'ID INEXISTENTE' TO NOTA-PRIMA
                       ADD 1 TO TOTAL-NO-APLICADOS
                   WHEN IMPORTE-PRIMA = ZERO
                       MOVE 'SIN PAGO BASE' TO NOTA-PRIMA
                       ADD 1 TO TOTAL-NO-APLICADOS
                   WHEN OTHER
                       PERFORM CARGAR-PRIMA
               END-EVALUATE
               MOVE ID-EN-PROCESO TO PRI-ID
               MOVE EMPLEADOS-NOMBRE TO PRI-NOMBRE
               MOVE NOCHES-EMPLEADO TO PRI-NOCHES
               MOVE IMPORTE-PRIMA TO PRI-IMPORTE
               MOVE NOTA-PRIMA TO PRI-NOTA
               MOVE LINEA-PRIMA TO LINEA-PRIMA-REPORTE
               WRITE LINEA-PRIMA-REPORTE
               ADD NOCHES-EMPLEADO TO TOTAL-NOCHES
           END-IF.
           MOVE ZERO TO NOCHES-EMPLEADO.
           MOVE ZERO TO IMPORTE-PRIMA.

      *    Una segunda corrida del periodo reemplaza el importe.
       CARGAR-PRIMA.
           MOVE ID-EN-PROCESO TO PEM-EMPLEADOS-ID.
           MOVE PERIODO-ENTRADA TO PEM-PERIODO.
           MOVE CODIGO-PRIMA TO PEM-CODIGO.
           MOVE 'N' TO CAPTURA-EXISTE.
           READ PERC-EMP-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAPTURA-EXISTE
           END-READ.
           MOVE ID-EN-PROCESO TO PEM-EMPLEADOS-ID.
           MOVE PERIODO-ENTRADA TO PEM-PERIODO.
           MOVE CODIGO-PRIMA TO PEM-CODIGO.
           MOVE IMPORTE-PRIMA TO PEM-MONTO.
           IF CAPTURA-EXISTE = 'S'
               REWRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-NO-APLICADOS
                       MOVE 'NO SE ACTUALIZO' TO NOTA-PRIMA
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-APLICADOS
                       ADD IMPORTE-PRIMA TO TOTAL-IMPORTE
                       MOVE 'REEMPLAZADA' TO NOTA-PRIMA
               END-REWRITE
           ELSE
               WRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-NO-APLICADOS
                       MOVE 'NO SE CARGO' TO NOTA-PRIMA
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-APLICADOS
                       ADD IMPORTE-PRIMA TO TOTAL-IMPORTE
               END-WRITE
           END-IF.

       ESCRIBIR-TOTALES-PRIMA.
           MOVE SPACES TO LINEA-PRIMA-REPORTE.
           WRITE LINEA-PRIMA-REPORTE.
           MOVE 'Turnos nocturnos pagados' TO TOT-TEXTO.
           MOVE TOTAL-NOCHES TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-PRIMA-REPORTE(1:45).
           WRITE LINEA-PRIMA-REPORTE.
           MOVE 'Primas cargadas' TO TOT-TEXTO.
           MOVE TOTAL-APLICADOS TO TOT-CONTEO.
           MOVE TOTAL-IMPORTE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-PRIMA-REPORTE.
           WRITE LINEA-PRIMA-REPORTE.

      *----------------------------------------------------------------
      *    Tablas de consulta.
      *----------------------------------------------------------------
      *    Duracion del turno en horas; una salida menor que la
      *    entrada cruza la medianoche.
       CARGAR-TURNOS.
           MOVE ZERO TO TOTAL-TURNOS.
           OPEN INPUT TURNOS-ARCHIVO.
           IF TURNOS-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ TURNOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           PERFORM ANOTAR-TURNO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TURNOS-ARCHIVO.

       ANOTAR-TURNO.
           IF TOTAL-TURNOS < MAXIMO-TURNOS
               ADD 1 TO TOTAL-TURNOS
               MOVE TUR-CODIGO TO TTU-CODIGO(TOTAL-TURNOS)
               MOVE TUR-NOCTURNO TO TTU-NOCTURNO(TOTAL-TURNOS)
               MOVE TUR-HORA-INICIO TO HORA-EVALUADA
               COMPUTE MINUTOS-INICIO = HEV-HORA * 60 + HEV-MINUTO
               MOVE TUR-HORA-FIN TO HORA-EVALUADA
               COMPUTE MINUTOS-FIN = HEV-HORA * 60 + HEV-MINUTO
               COMPUTE MINUTOS-TURNO = MINUTOS-FIN - MINUTOS-INICIO
               IF MINUTOS-TURNO <= ZERO
                   ADD 1440 TO MINUTOS-TURNO
               END-IF
               COMPUTE TTU-HORAS(TOTAL-TURNOS) ROUNDED =
                   MINUTOS-TURNO / 60
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-TURNOS
                   ' turnos; se omite el turno ' TUR-CODIGO '.'
           END-IF.

       BUSCAR-TURNO.
           MOVE 'N' TO TURNO-ENCONTRADO.
           PERFORM VARYING INDICE-TURNO FROM 1 BY 1
                   UNTIL INDICE-TURNO > TOTAL-TURNOS
                   OR TURNO-ENCONTRADO = 'S'
               IF TTU-CODIGO(INDICE-TURNO) = TURNO-BUSCADO
                   MOVE 'S' TO TURNO-ENCONTRADO
               END-IF
           END-PERFORM.
           IF TURNO-ENCONTRADO = 'S'
               SUBTRACT 1 FROM INDICE-TURNO
           END-IF.

       CARGAR-SITIOS.
           MOVE ZERO TO TOTAL-SITIOS.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           IF TOTAL-SITIOS < MAXIMO-SITIOS
                               ADD 1 TO TOTAL-SITIOS
                               MOVE SIT-CODIGO
                                   TO TSI-CODIGO(TOTAL-SITIOS)
                               MOVE SIT-PAIS TO TSI-PAIS(TOTAL-SITIOS)
                           ELSE
                               DISPLAY 'Aviso: mas de ' MAXIMO-SITIOS
                                   ' sitios; se omite ' SIT-CODIGO '.'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SITIOS-ARCHIVO.

      *    Pais del sitio; sin sitio en sitios.dat, el del empleado.
       BUSCAR-PAIS-SITIO.
           MOVE EMPLEADOS-SITIO TO HOR-SITIO.
           PERFORM BUSCAR-PAIS-SITIO-HORARIO.

       BUSCAR-PAIS-SITIO-HORARIO.
           MOVE DIR-CODIGO-PAIS TO PAIS-SITIO.
           PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                   UNTIL INDICE-SITIO > TOTAL-SITIOS
               IF TSI-CODIGO(INDICE-SITIO) = HOR-SITIO
                   MOVE TSI-PAIS(INDICE-SITIO) TO PAIS-SITIO
               END-IF
           END-PERFORM.

       CARGAR-FERIADOS.
           MOVE ZERO TO TOTAL-FERIADOS.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF FERIADOS-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ FERIADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           IF FER-FECHA >= RANGO-INICIO AND
                                   FER-FECHA <= RANGO-FIN
                               PERFORM ANOTAR-FERIADO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIADOS-ARCHIVO.

       ANOTAR-FERIADO.
           IF TOTAL-FERIADOS < MAXIMO-FERIADOS
               ADD 1 TO TOTAL-FERIADOS
               MOVE FER-PAIS TO TFE-PAIS(TOTAL-FERIADOS)
               MOVE FER-FECHA TO TFE-FECHA(TOTAL-FERIADOS)
               MOVE FER-DESCRIPCION TO TFE-DESCRIPCION(TOTAL-FERIADOS)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-FERIADOS
                   ' feriados en el rango; se omite el del '
                   FER-FECHA '.'
           END-IF.

       VERIFICAR-FERIADO-DIA.
           MOVE 'N' TO EN-FERIADO.
           MOVE SPACES TO FERIADO-DESCRIPCION.
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO > TOTAL-FERIADOS
               IF TFE-FECHA(INDICE-FERIADO) = FECHA-DIA AND
                       TFE-PAIS(INDICE-FERIADO) = PAIS-SITIO
                   MOVE 'S' TO EN-FERIADO
                   MOVE TFE-DESCRIPCION(INDICE-FERIADO)
                       TO FERIADO-DESCRIPCION
               END-IF
           END-PERFORM.

      *    Solicitudes aprobadas o tomadas de cualquier tipo que
      *    traslapan el rango de la corrida.
       CARGAR-LICENCIAS.
           MOVE ZERO TO TOTAL-LICENCIAS.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           PERFORM ANOTAR-LICENCIA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOLICITUDES-ARCHIVO.

       ANOTAR-LICENCIA.
           IF (SOLICITUD-APROBADA OR SOLICITUD-TOMADA) AND
                   SOL-FECHA-DESDE <= RANGO-FIN AND
                   SOL-FECHA-HASTA >= RANGO-INICIO
               IF TOTAL-LICENCIAS < MAXIMO-LICENCIAS
                   ADD 1 TO TOTAL-LICENCIAS
                   MOVE SOL-EMPLEADOS-ID TO LIC-ID(TOTAL-LICENCIAS)
                   MOVE SOL-TIPO TO LIC-TIPO(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-DESDE TO LIC-DESDE(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-HASTA TO LIC-HASTA(TOTAL-LICENCIAS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-LICENCIAS
                       ' licencias en el rango; se omite la '
                       'solicitud ' SOL-ID '.'
               END-IF
           END-IF.

       VERIFICAR-LICENCIA-DIA.
           MOVE 'N' TO EN-LICENCIA.
           MOVE SPACES TO LICENCIA-TIPO.
           PERFORM VARYING INDICE-LICENCIA FROM 1 BY 1
                   UNTIL INDICE-LICENCIA > TOTAL-LICENCIAS
               IF LIC-ID(INDICE-LICENCIA) = ID-EN-PROCESO AND
                       LIC-DESDE(INDICE-LICENCIA) <= FECHA-DIA AND
                       LIC-HASTA(INDICE-LICENCIA) >= FECHA-DIA
                   MOVE 'S' TO EN-LICENCIA
                   MOVE LIC-TIPO(INDICE-LICENCIA) TO LICENCIA-TIPO
                   IF LICENCIA-TIPO = SPACES
                       MOVE 'VAC' TO LICENCIA-TIPO
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-COBERTURA.
           MOVE ZERO TO TOTAL-COBERTURAS.
           OPEN INPUT COBERTURA-ARCHIVO.
           IF COBERTURA-STATUS = '00'
               MOVE 'N' TO FIN-TABLA
               PERFORM UNTIL FIN-TABLA = 'S'
                   READ COBERTURA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TABLA
                       NOT AT END
                           PERFORM ANOTAR-COBERTURA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COBERTURA-ARCHIVO.

       ANOTAR-COBERTURA.
           IF TOTAL-COBERTURAS < MAXIMO-COBERTURAS
               ADD 1 TO TOTAL-COBERTURAS
               MOVE CMI-SITIO TO TCO-SITIO(TOTAL-COBERTURAS)
               MOVE CMI-TURNO TO TCO-TURNO(TOTAL-COBERTURAS)
               MOVE CMI-MINIMO TO TCO-MINIMO(TOTAL-COBERTURAS)
               PERFORM VARYING INDICE-DIA FROM 1 BY 1
                       UNTIL INDICE-DIA > 7
                   MOVE ZERO TO
                       TCO-PROGRAMADOS(TOTAL-COBERTURAS, INDICE-DIA)
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-COBERTURAS
                   ' minimos de cobertura; se omite ' CMI-SITIO
                   '/' CMI-TURNO '.'
           END-IF.

      *----------------------------------------------------------------
      *    Rutinas comunes.
      *----------------------------------------------------------------
       VALIDAR-FECHA-CALENDARIO.
           MOVE 'N' TO FECHA-CALENDARIO-OK.
           IF FEV-MES >= 1 AND FEV-MES <= 12 AND FEV-ANO > 1600
               EVALUATE FEV-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DIAS-DEL-MES
                   WHEN 2
                       IF FUNCTION MOD(FEV-ANO, 400) = 0 OR
                               (FUNCTION MOD(FEV-ANO, 4) = 0 AND
                                FUNCTION MOD(FEV-ANO, 100) NOT = 0)
                           MOVE 29 TO DIAS-DEL-MES
                       ELSE
                           MOVE 28 TO DIAS-DEL-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DIAS-DEL-MES
               END-EVALUATE
               IF FEV-DIA >= 1 AND FEV-DIA <= DIAS-DEL-MES
                   MOVE 'S' TO FECHA-CALENDARIO-OK
               END-IF
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

      *    Linea estandar de bitacora de corrida (modos C y P).
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'HORARIO-TURNOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               IF FUNCTION UPPER-CASE(MODO-CORRIDA) = 'P'
                   MOVE TOTAL-APLICADOS TO RUN-ESCRITOS
                   MOVE TOTAL-NO-APLICADOS TO RUN-RECHAZADOS
               ELSE
                   MOVE TOTAL-LINEAS TO RUN-ESCRITOS
                   COMPUTE RUN-RECHAZADOS =
                       TOTAL-EXCEPCIONES + TOTAL-FALTANTES
               END-IF
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM HORARIO-TURNOS.
