      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reduccion de plantilla (RIF) en tres pasos. Modo C
      *          captura el alcance en rif_alcance.dat: depto,
      *          posicion opcional, unidad de negociacion opcional y
      *          cuantas plazas se recortan. Modo S arma la lista de
      *          seleccion: ordena a los activos del alcance por
      *          antiguedad real (fecha de contratacion corrida por
      *          los huecos BAJA->REINGRESO del historico, el mismo
      *          calculo de ANIVERSARIOS-SERVICIO) y propone a los de
      *          menor antiguedad; los afiliados a un sindicato cuyo
      *          convenio exige antiguedad por unidad
      *          (SIN-ANTIGUEDAD-UNIDAD en sindicatos.dat) solo se
      *          comparan dentro de su unidad y solo salen por una
      *          linea de alcance que la nombre. Deja la lista en
      *          rif_seleccion.dat y el reporte de revision en
      *          rif_seleccion.txt. Modo R revisa: excluye personas
      *          con su razon y aprueba la lista con sign-on de un
      *          admin. Modo A da de baja en un solo lote a los
      *          aprobados con el motivo de motivos_baja.dat: baja
      *          inmediata con finiquito (mismas reglas que
      *          CALCULAR-FINIQUITO) o, con fecha futura, baja
      *          programada en bajas_programadas.dat para
      *          APLICAR-BAJAS; en los dos casos cierra la plaza en
      *          posiciones.dat (una autorizada menos, la posicion
      *          queda cerrada si llega a cero) y emite la carta de
      *          aviso de cada persona desde plantillas_cartas.dat
      *          (plantilla RIF por omision) en cartas_rif.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REDUCCION-PLANTILLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL ALCANCE-ARCHIVO
           ASSIGN TO 'rif_alcance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALCANCE-STATUS.

      *    Lista de seleccion para revision y aprobacion.
           SELECT OPTIONAL SELECCION-ARCHIVO
           ASSIGN TO 'rif_seleccion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SEL-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SELECCION-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO 'rif_seleccion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

      *    Sindicatos y afiliacion (SindicatosMaster-85).
           SELECT OPTIONAL SINDICATOS-ARCHIVO
           ASSIGN TO 'sindicatos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SINDICATOS-STATUS.

           SELECT OPTIONAL AFILIACION-ARCHIVO
           ASSIGN TO 'afiliacion_sindical.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFI-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS AFILIACION-STATUS.

           SELECT OPTIONAL MOTIVOS-ARCHIVO
           ASSIGN TO 'motivos_baja.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOTIVOS-STATUS.

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

           SELECT OPTIONAL PLANTILLAS-ARCHIVO
           ASSIGN TO 'plantillas_cartas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANTILLAS-STATUS.

           SELECT CARTA-ARCHIVO
           ASSIGN TO 'cartas_rif.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARTA-STATUS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

      *    El historico se lee en la seleccion (huecos de servicio)
      *    y se extiende en la aplicacion (lineas BAJA y FINIQUITO).
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

           SELECT AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

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

       FD  ALCANCE-ARCHIVO.
           01  ALCANCE-REGISTRO.
               05  ALC-DEPARTAMENTO PIC X(4).
               05  ALC-POSICION PIC X(8).
      *            Blanco = todo el depto.
               05  ALC-UNIDAD PIC X(4).
      *            Sindicato cuyo convenio exige antiguedad por
      *            unidad; blanco = personal fuera de esas unidades.
               05  ALC-RECORTES PIC 9(3).

       FD  SELECCION-ARCHIVO.
           01  SELECCION-REGISTRO.
               05  SEL-EMPLEADOS-ID PIC 9(6).
               05  SEL-LINEA PIC 9(3).
               05  SEL-RANGO PIC 9(3).
               05  SEL-DEPARTAMENTO PIC X(4).
               05  SEL-POSICION PIC X(8).
               05  SEL-UNIDAD PIC X(4).
               05  SEL-FECHA-ANTIGUEDAD PIC 9(8).
               05  SEL-ANOS-SERVICIO PIC 9(2).
               05  SEL-ESTADO PIC X.
                   88  SEL-PROPUESTO VALUE 'P'.
                   88  SEL-EXCLUIDO VALUE 'E'.
                   88  SEL-APROBADO VALUE 'A'.
                   88  SEL-APLICADO VALUE 'B'.
                   88  SEL-RECHAZADO VALUE 'X'.
               05  SEL-APROBADO-POR PIC X(8).
               05  SEL-FECHA-BAJA PIC 9(8).
               05  SEL-NOTA PIC X(30).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(100).

       FD  SINDICATOS-ARCHIVO.
           01  SINDICATOS-REGISTRO.
               05  SIN-CODIGO PIC X(4).
               05  SIN-NOMBRE PIC X(30).
               05  SIN-METODO PIC X.
               05  SIN-VALOR PIC 9(7)V99.
               05  SIN-ANTIGUEDAD-UNIDAD PIC X.
                   88  SIN-POR-UNIDAD VALUE 'S'.

       FD  AFILIACION-ARCHIVO.
           01  AFILIACION-REGISTRO.
               05  AFI-EMPLEADOS-ID PIC 9(6).
               05  AFI-SINDICATO PIC X(4).
               05  AFI-FECHA-ALTA PIC 9(8).

       FD  MOTIVOS-ARCHIVO.
           01  MOTIVOS-REGISTRO.
               05  MOT-CODIGO PIC X(4).
               05  MOT-DESCRIPCION PIC X(30).
               05  MOT-CLASE PIC X.
               05  MOT-RECONTRATABLE PIC X.

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

       FD  PLANTILLAS-ARCHIVO.
           01  PLANTILLAS-REGISTRO.
               05  PLA-CODIGO PIC X(4).
               05  PLA-SECUENCIA PIC 9(3).
               05  PLA-TEXTO PIC X(70).

       FD  CARTA-ARCHIVO.
           01  LINEA-CARTA PIC X(90).

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

      *    Escritura: linea armada con STRING; lectura: mismo layout
      *    que lee ANIVERSARIOS-SERVICIO.
       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA PIC X(60).
           01  HISTORICO-LECTURA.
               05  HIST-ANO PIC X(4).
               05  FILLER PIC X.
               05  HIST-MES PIC X(2).
               05  FILLER PIC X.
               05  HIST-DIA PIC X(2).
               05  FILLER PIC X(10).
               05  HIST-EVENTO PIC X(10).
               05  FILLER PIC X(4).
               05  HIST-ID PIC X(6).
               05  FILLER PIC X(20).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

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
           01  DEPTO-TXT PIC X(24)
               VALUE 'Depto afectado: '.
           01  POSICION-TXT PIC X(44)
               VALUE 'Posicion afectada (ENTER = todo el depto): '.
           01  UNIDAD-TXT PIC X(46)
               VALUE 'Unidad sindical (ENTER = fuera de unidad): '.
           01  RECORTES-TXT PIC X(30)
               VALUE 'Plazas a recortar (3 dig): '.
           01  MOTIVO-TXT PIC X(40)
               VALUE 'Motivo de baja (motivos_baja.dat): '.
           01  FECHA-TXT PIC X(46)
               VALUE 'Ultimo dia trabajado AAAAMMDD (ENTER = hoy): '.
           01  PLANTILLA-TXT PIC X(42)
               VALUE 'Plantilla de carta (ENTER = RIF): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  MODO-CORRIDA PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  ALCANCE-STATUS PIC XX.
           01  SELECCION-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  SINDICATOS-STATUS PIC XX.
           01  AFILIACION-STATUS PIC XX.
           01  MOTIVOS-STATUS PIC XX.
           01  BAJAS-PROG-STATUS PIC XX.
           01  VACACIONES-STATUS PIC XX.
           01  PRESTAMOS-STATUS PIC XX.
           01  FINIQUITOS-STATUS PIC XX.
           01  FINIQUITO-IMP-STATUS PIC XX.
           01  POSICIONES-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  PLANTILLAS-STATUS PIC XX.
           01  CARTA-STATUS PIC XX.
           01  OPERADORES-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  JOURNAL-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FECHA-HOY PIC 9(8).
           01  HAY-POSICIONES PIC X VALUE 'N'.
           01  HAY-AFILIACION PIC X VALUE 'N'.
           01  FIN-ARCHIVO PIC X.
           01  FIN-ALCANCE PIC X.
           01  FIN-SELECCION PIC X.
           01  FIN-SINDICATOS PIC X.
           01  FIN-MOTIVOS PIC X.
           01  FIN-HISTORICO PIC X.
           01  FIN-PLANTILLAS PIC X.
           01  FIN-OPERADORES PIC X.
           01  CAMPO-VALIDO PIC X.
           01  ENTRADA-NUMERICA PIC X(8).
           01  ID-ENTRADA-TXT PIC X(6).

      *    Alcance en memoria, en el orden capturado.
           01  MAXIMO-ALCANCE PIC 9(3) VALUE 50.
           01  TOTAL-ALCANCE PIC 9(3) VALUE ZERO.
           01  INDICE-ALCANCE PIC 9(3).
           01  TABLA-ALCANCE.
               05  ALCANCE-ENTRADA OCCURS 50 TIMES.
                   10  TAL-DEPARTAMENTO PIC X(4).
                   10  TAL-POSICION PIC X(8).
                   10  TAL-UNIDAD PIC X(4).
                   10  TAL-RECORTES PIC 9(3).
                   10  TAL-SELECCIONADOS PIC 9(3).
                   10  TAL-FUERA-UNIDAD PIC 9(4).

      *    Sindicatos cuyo convenio exige antiguedad por unidad.
           01  MAXIMO-SINDICATOS PIC 9(3) VALUE 100.
           01  TOTAL-SINDICATOS PIC 9(3) VALUE ZERO.
           01  INDICE-SINDICATO PIC 9(3).
           01  TABLA-SINDICATOS.
               05  SINDICATO-ENTRADA OCCURS 100 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-POR-UNIDAD PIC X.

      *    Candidatos: activos de los deptos del alcance con su
      *    posicion, su unidad (solo si el convenio la exige) y su
      *    fecha de antiguedad ajustada.
           01  MAXIMO-CANDIDATOS PIC 9(4) VALUE 2000.
           01  TOTAL-CANDIDATOS PIC 9(4) VALUE ZERO.
           01  DESBORDE-CANDIDATOS PIC X VALUE 'N'.
           01  INDICE-CANDIDATO PIC 9(4).
           01  TABLA-CANDIDATOS.
               05  CANDIDATO-ENTRADA OCCURS 2000 TIMES.
                   10  CAN-ID PIC 9(6).
                   10  CAN-NOMBRE PIC X(25).
                   10  CAN-DEPARTAMENTO PIC X(4).
                   10  CAN-POSICION PIC X(8).
                   10  CAN-UNIDAD PIC X(4).
                   10  CAN-FECHA-ANTIGUEDAD PIC 9(8).
                   10  CAN-ANOS PIC 9(2).
                   10  CAN-LINEA PIC 9(3).
                   10  CAN-RANGO PIC 9(3).

           01  EN-ALCANCE PIC X.
           01  ES-DEL-ALCANCE PIC X.
           01  MEJOR-CANDIDATO PIC 9(4).
           01  RANGO-ACTUAL PIC 9(3).
           01  HAY-PENDIENTES-APROBADOS PIC X.

      *    Antiguedad: mismo calculo que ANIVERSARIOS-SERVICIO.
           01  FECHA-CONTRATACION PIC 9(8).
           01  FECHA-HISTORICO-TXT PIC X(8).
           01  FECHA-HISTORICO PIC 9(8).
           01  DIAS-HUECOS PIC 9(7).
           01  DIAS-ULTIMA-BAJA PIC 9(7).
           01  HAY-BAJA-PENDIENTE PIC X.
           01  FECHA-AJUSTADA PIC 9(8).

      *    Aprobacion (mismos tres intentos de sign-on que
      *    VARIANZA-NOMINA; una reduccion exige nivel 3 de admin).
           01  ID-ENTRADA PIC X(8).
           01  PASSWORD-ENTRADA PIC X(8).
           01  INTENTOS-SIGNON PIC 9.
           01  SIGNON-CORRECTO PIC X.
           01  NIVEL-FIRMADO PIC 9.
           01  OPERADOR-FIRMADO PIC X(8).
           01  TOTAL-PROPUESTOS PIC 9(5) VALUE ZERO.
           01  TOTAL-EXCLUIDOS PIC 9(5) VALUE ZERO.
           01  TOTAL-APROBADOS PIC 9(5) VALUE ZERO.

      *    Parametros del lote de bajas.
           01  MOTIVO-BAJA PIC X(4).
           01  MOTIVO-DESCRIPCION PIC X(30).
           01  CLASE-BAJA PIC X.
           01  RECONTRATABLE-BAJA PIC X.
           01  MOTIVO-VALIDO PIC X.
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-BAJA PIC 9(8).
           01  BAJA-FUTURA PIC X.
           01  PLANTILLA-ENTRADA PIC X(4).

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-APLICADAS PIC 9(6) VALUE ZERO.
           01  TOTAL-PROGRAMADAS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECHAZADAS PIC 9(6) VALUE ZERO.
           01  TOTAL-CARTAS PIC 9(5) VALUE ZERO.
           01  CARTAS-SIN-PLANTILLA PIC 9(5) VALUE ZERO.
           01  PLAZAS-CERRADAS PIC 9(5) VALUE ZERO.

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

      *    Fusion de la carta, como GENERAR-CARTA en
      *    CartasVerificacion-96, mas &BAJA, &MOTIVO, &ANOS y &FINIQ.
           01  LINEA-SALIDA PIC X(90).
           01  PUNTERO-ENTRADA PIC 9(3).
           01  PUNTERO-SALIDA PIC 9(3).
           01  VALOR-CAMPO PIC X(35).
           01  LARGO-VALOR PIC 9(3).
           01  LARGO-MARCADOR PIC 9(3).
           01  INDICE-COPIA PIC 9(3).
           01  LINEAS-FUSIONADAS PIC 9(4).
           01  FECHA-ALTA-TEXTO PIC X(8).
           01  FINIQUITO-EDITADO PIC ZZZ,ZZZ.99.
           01  FINIQUITO-TEXTO PIC X(20).

           01  LINEA-ALCANCE.
               05  FILLER PIC X(8) VALUE 'ALCANCE '.
               05  LAL-NUMERO PIC ZZ9.
               05  FILLER PIC X(8) VALUE '  depto='.
               05  LAL-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X(7) VALUE ' posic='.
               05  LAL-POSICION PIC X(8).
               05  FILLER PIC X(8) VALUE ' unidad='.
               05  LAL-UNIDAD PIC X(4).
               05  FILLER PIC X(10) VALUE ' recortes='.
               05  LAL-RECORTES PIC ZZ9.
               05  FILLER PIC X(15) VALUE ' seleccionados='.
               05  LAL-SELECCIONADOS PIC ZZ9.

           01  LINEA-CANDIDATO.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LCA-RANGO PIC ZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LCA-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LCA-NOMBRE PIC X(26).
               05  FILLER PIC X(6) VALUE 'posic='.
               05  LCA-POSICION PIC X(8).
               05  FILLER PIC X(12) VALUE ' antiguedad='.
               05  LCA-FECHA PIC 9(8).
               05  FILLER PIC X(2) VALUE SPACES.
               05  LCA-ANOS PIC Z9.
               05  FILLER PIC X(5) VALUE ' anos'.

           01  LINEA-AVISO PIC X(100).

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
           DISPLAY 'Modo (C=capturar alcance, S=seleccionar, '
               'R=revisar y aprobar, A=aplicar bajas):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'C'
                   PERFORM CAPTURAR-ALCANCE
               WHEN 'S'
                   PERFORM SELECCIONAR
               WHEN 'R'
                   PERFORM REVISAR-Y-APROBAR
               WHEN 'A'
                   PERFORM APLICAR-BAJAS-RIF
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-MAESTRO-LECTURA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
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

      *----------------------------------------------------------------
      *    Modo C: alcance de la reduccion.
      *----------------------------------------------------------------
       CAPTURAR-ALCANCE.
           MOVE 'X' TO SI-NO.
           PERFORM UNTIL SI-NO = 'S' OR SI-NO = 'N'
               DISPLAY '¿Reemplazar el alcance anterior? (S/N)'
               ACCEPT SI-NO
               MOVE FUNCTION UPPER-CASE(SI-NO) TO SI-NO
           END-PERFORM.
           IF RESPOSTA-SIM
               OPEN OUTPUT ALCANCE-ARCHIVO
           ELSE
               OPEN EXTEND ALCANCE-ARCHIVO
           END-IF.
           IF ALCANCE-STATUS NOT = '00' AND
                   ALCANCE-STATUS NOT = '05'
               DISPLAY 'Error de archivo ALCANCE. STATUS ='
                   ALCANCE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-SINDICATOS.
           MOVE 'S' TO SI-NO.
           PERFORM CAPTURAR-UNA-LINEA UNTIL RESPOSTA-NAO.
           CLOSE ALCANCE-ARCHIVO.
           DISPLAY 'Corra el modo S para armar la lista de '
               'seleccion.'.

       CAPTURAR-UNA-LINEA.
           MOVE SPACES TO ALCANCE-REGISTRO.
           PERFORM UNTIL ALC-DEPARTAMENTO NOT = SPACES
               DISPLAY DEPTO-TXT
               ACCEPT ALC-DEPARTAMENTO
               MOVE FUNCTION UPPER-CASE(ALC-DEPARTAMENTO)
                   TO ALC-DEPARTAMENTO
           END-PERFORM.
           DISPLAY POSICION-TXT.
           ACCEPT ALC-POSICION.
           MOVE FUNCTION UPPER-CASE(ALC-POSICION) TO ALC-POSICION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-UNIDAD UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM UNTIL CAMPO-VALIDO = 'S'
               DISPLAY RECORTES-TXT
               ACCEPT ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA(1:3) IS NUMERIC AND
                       ENTRADA-NUMERICA(1:3) NOT = '000'
                   MOVE ENTRADA-NUMERICA(1:3) TO ALC-RECORTES
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Introduce tres digitos, mayor que cero.'
               END-IF
           END-PERFORM.
           WRITE ALCANCE-REGISTRO.
           PERFORM REINICIAR.

      *    La unidad solo se nombra cuando el convenio de ese
      *    sindicato exige ordenar por antiguedad dentro de ella.
       OBTENER-UNIDAD.
           DISPLAY UNIDAD-TXT.
           ACCEPT ALC-UNIDAD.
           MOVE FUNCTION UPPER-CASE(ALC-UNIDAD) TO ALC-UNIDAD.
           IF ALC-UNIDAD = SPACES
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               PERFORM VARYING INDICE-SINDICATO FROM 1 BY 1
                       UNTIL INDICE-SINDICATO > TOTAL-SINDICATOS
                   IF TSI-CODIGO(INDICE-SINDICATO) = ALC-UNIDAD
                       MOVE 'S' TO CAMPO-VALIDO
                   END-IF
               END-PERFORM
               IF CAMPO-VALIDO = 'N'
                   DISPLAY 'Ese sindicato no existe o su convenio '
                       'no exige antiguedad por unidad.'
               END-IF
           END-IF.

       CARGAR-SINDICATOS.
           MOVE ZERO TO TOTAL-SINDICATOS.
           OPEN INPUT SINDICATOS-ARCHIVO.
           IF SINDICATOS-STATUS = '05' OR SINDICATOS-STATUS = '35'
               CLOSE SINDICATOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-SINDICATOS
               PERFORM UNTIL FIN-SINDICATOS = 'S'
                   READ SINDICATOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SINDICATOS
                       NOT AT END
                           IF SIN-POR-UNIDAD AND
                                   TOTAL-SINDICATOS < MAXIMO-SINDICATOS
                               ADD 1 TO TOTAL-SINDICATOS
                               MOVE SIN-CODIGO
                                   TO TSI-CODIGO(TOTAL-SINDICATOS)
                               MOVE 'S'
                                   TO TSI-POR-UNIDAD(TOTAL-SINDICATOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINDICATOS-ARCHIVO
           END-IF.

      *----------------------------------------------------------------
      *    Modo S: lista de seleccion.
      *----------------------------------------------------------------
       SELECCIONAR.
           PERFORM VERIFICAR-LISTA-APROBADA.
           IF HAY-PENDIENTES-APROBADOS = 'S'
               DISPLAY 'Hay una lista aprobada sin aplicar; aplique '
                   '(modo A) antes de seleccionar de nuevo.'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARGAR-ALCANCE
               IF TOTAL-ALCANCE = ZERO
                   DISPLAY 'No hay alcance capturado (modo C).'
               ELSE
                   PERFORM ARMAR-SELECCION
               END-IF
           END-IF.

       VERIFICAR-LISTA-APROBADA.
           MOVE 'N' TO HAY-PENDIENTES-APROBADOS.
           OPEN INPUT SELECCION-ARCHIVO.
           IF SELECCION-STATUS = '00'
               MOVE 'N' TO FIN-SELECCION
               PERFORM UNTIL FIN-SELECCION = 'S'
                   READ SELECCION-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SELECCION
                       NOT AT END
                           IF SEL-APROBADO
                               MOVE 'S' TO HAY-PENDIENTES-APROBADOS
                               MOVE 'S' TO FIN-SELECCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SELECCION-ARCHIVO.

       CARGAR-ALCANCE.
           MOVE ZERO TO TOTAL-ALCANCE.
           OPEN INPUT ALCANCE-ARCHIVO.
           IF ALCANCE-STATUS = '05' OR ALCANCE-STATUS = '35'
               CLOSE ALCANCE-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-ALCANCE
               PERFORM UNTIL FIN-ALCANCE = 'S'
                   READ ALCANCE-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ALCANCE
                       NOT AT END
                           IF TOTAL-ALCANCE < MAXIMO-ALCANCE
                               ADD 1 TO TOTAL-ALCANCE
                               MOVE TOTAL-ALCANCE TO INDICE-ALCANCE
                               PERFORM GUARDAR-ALCANCE
                           ELSE
                               DISPLAY 'Aviso: mas de '
                                   MAXIMO-ALCANCE ' lineas de '
                                   'alcance; el resto se ignora.'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALCANCE-ARCHIVO
           END-IF.

       GUARDAR-ALCANCE.
           MOVE ALC-DEPARTAMENTO TO TAL-DEPARTAMENTO(INDICE-ALCANCE).
           MOVE ALC-POSICION TO TAL-POSICION(INDICE-ALCANCE).
           MOVE ALC-UNIDAD TO TAL-UNIDAD(INDICE-ALCANCE).
           MOVE ALC-RECORTES TO TAL-RECORTES(INDICE-ALCANCE).
           MOVE ZERO TO TAL-SELECCIONADOS(INDICE-ALCANCE).
           MOVE ZERO TO TAL-FUERA-UNIDAD(INDICE-ALCANCE).

       ARMAR-SELECCION.
           PERFORM ABRIR-MAESTRO-LECTURA.
           PERFORM CARGAR-SINDICATOS.
           OPEN INPUT AFILIACION-ARCHIVO.
           IF AFILIACION-STATUS = '00'
               MOVE 'S' TO HAY-AFILIACION
           END-IF.
           OPEN INPUT EMP-POS-ARCHIVO.
           IF EMP-POS-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
           END-IF.
           PERFORM CARGAR-CANDIDATOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE AFILIACION-ARCHIVO.
           CLOSE EMP-POS-ARCHIVO.
           PERFORM VARYING INDICE-ALCANCE FROM 1 BY 1
                   UNTIL INDICE-ALCANCE > TOTAL-ALCANCE
               PERFORM ELEGIR-DEL-ALCANCE
           END-PERFORM.
           PERFORM ESCRIBIR-SELECCION.
           PERFORM IMPRIMIR-SELECCION.
           DISPLAY 'Candidatos en el alcance: ' TOTAL-CANDIDATOS
               ' Propuestos: ' TOTAL-PROPUESTOS.
           DISPLAY 'Lista en rif_seleccion.txt; revise y apruebe con '
               'el modo R.'.

       CARGAR-CANDIDATOS.
           MOVE ZERO TO TOTAL-CANDIDATOS.
           MOVE 'N' TO FIN-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NOT STATUS-INATIVO
                           PERFORM EVALUAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM.
           IF DESBORDE-CANDIDATOS = 'S'
               DISPLAY 'Aviso: mas de ' MAXIMO-CANDIDATOS
                   ' candidatos; el resto no entro a la seleccion.'
           END-IF.

       EVALUAR-CANDIDATO.
           MOVE 'N' TO ES-DEL-ALCANCE.
           PERFORM VARYING INDICE-ALCANCE FROM 1 BY 1
                   UNTIL INDICE-ALCANCE > TOTAL-ALCANCE
               IF TAL-DEPARTAMENTO(INDICE-ALCANCE) =
                       EMPLEADOS-DEPARTAMENTO
                   MOVE 'S' TO ES-DEL-ALCANCE
               END-IF
           END-PERFORM.
           IF ES-DEL-ALCANCE = 'S'
               IF TOTAL-CANDIDATOS < MAXIMO-CANDIDATOS
                   ADD 1 TO TOTAL-CANDIDATOS
                   MOVE TOTAL-CANDIDATOS TO INDICE-CANDIDATO
                   PERFORM GUARDAR-CANDIDATO
               ELSE
                   MOVE 'S' TO DESBORDE-CANDIDATOS
               END-IF
           END-IF.

       GUARDAR-CANDIDATO.
           MOVE EMPLEADOS-ID TO CAN-ID(INDICE-CANDIDATO).
           MOVE EMPLEADOS-NOMBRE TO CAN-NOMBRE(INDICE-CANDIDATO).
           MOVE EMPLEADOS-DEPARTAMENTO
               TO CAN-DEPARTAMENTO(INDICE-CANDIDATO).
           MOVE SPACES TO CAN-POSICION(INDICE-CANDIDATO).
           MOVE SPACES TO CAN-UNIDAD(INDICE-CANDIDATO).
           MOVE ZERO TO CAN-LINEA(INDICE-CANDIDATO).
           MOVE ZERO TO CAN-RANGO(INDICE-CANDIDATO).
           IF HAY-POSICIONES = 'S'
               MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID
               READ EMP-POS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EPO-POSICION
                           TO CAN-POSICION(INDICE-CANDIDATO)
               END-READ
           END-IF.
           IF HAY-AFILIACION = 'S'
               MOVE EMPLEADOS-ID TO AFI-EMPLEADOS-ID
               READ AFILIACION-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING INDICE-SINDICATO FROM 1 BY 1
                               UNTIL INDICE-SINDICATO >
                                   TOTAL-SINDICATOS
                           IF TSI-CODIGO(INDICE-SINDICATO) =
                                   AFI-SINDICATO
                               MOVE AFI-SINDICATO
                                   TO CAN-UNIDAD(INDICE-CANDIDATO)
                           END-IF
                       END-PERFORM
               END-READ
           END-IF.
           PERFORM CALCULAR-ANTIGUEDAD.
           MOVE FECHA-AJUSTADA
               TO CAN-FECHA-ANTIGUEDAD(INDICE-CANDIDATO).
           COMPUTE CAN-ANOS(INDICE-CANDIDATO) =
               (FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                FUNCTION INTEGER-OF-DATE(FECHA-AJUSTADA)) / 365.

      *    Fecha de contratacion corrida hacia adelante por los dias
      *    fuera de la empresa; sin fecha valida la persona cuenta
      *    como la de menor antiguedad (fecha de hoy).
       CALCULAR-ANTIGUEDAD.
           IF TIPO-PERMANENTE AND PERM-FECHA-CONTRATACION IS NUMERIC
                   AND PERM-FECHA-CONTRATACION NOT = ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-CONTRATACION
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-CONTRATACION
           END-IF.
           IF FECHA-CONTRATACION IS NOT NUMERIC
               MOVE FECHA-HOY TO FECHA-CONTRATACION
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-CONTRATACION) NOT = 0
               MOVE FECHA-HOY TO FECHA-AJUSTADA
           ELSE
               PERFORM CALCULAR-HUECOS-HISTORICO
               COMPUTE FECHA-AJUSTADA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-CONTRATACION) +
                   DIAS-HUECOS)
               IF FECHA-AJUSTADA > FECHA-HOY
                   MOVE FECHA-HOY TO FECHA-AJUSTADA
               END-IF
           END-IF.

       CALCULAR-HUECOS-HISTORICO.
           MOVE ZERO TO DIAS-HUECOS.
           MOVE 'N' TO HAY-BAJA-PENDIENTE.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-STATUS = '05' OR HISTORICO-STATUS = '35'
               CLOSE HISTORICO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-HISTORICO
               PERFORM UNTIL FIN-HISTORICO = 'S'
                   READ HISTORICO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-HISTORICO
                       NOT AT END
                           PERFORM EVALUAR-LINEA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ARCHIVO
           END-IF.

       EVALUAR-LINEA-HISTORICO.
           IF HIST-ID = EMPLEADOS-ID AND HIST-ANO IS NUMERIC
               STRING HIST-ANO HIST-MES HIST-DIA DELIMITED BY SIZE
                   INTO FECHA-HISTORICO-TXT
               MOVE FECHA-HISTORICO-TXT TO FECHA-HISTORICO
               EVALUATE FUNCTION TRIM(HIST-EVENTO)
                   WHEN 'BAJA'
                       COMPUTE DIAS-ULTIMA-BAJA =
                           FUNCTION INTEGER-OF-DATE(FECHA-HISTORICO)
                       MOVE 'S' TO HAY-BAJA-PENDIENTE
                   WHEN 'REINGRESO'
                       IF HAY-BAJA-PENDIENTE = 'S'
                           COMPUTE DIAS-HUECOS = DIAS-HUECOS +
                               FUNCTION INTEGER-OF-DATE(
                                   FECHA-HISTORICO) -
                               DIAS-ULTIMA-BAJA
                           MOVE 'N' TO HAY-BAJA-PENDIENTE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Cada linea de alcance propone, de uno en uno, al candidato
      *    de menor antiguedad (fecha ajustada mas reciente; empate =
      *    el ID mas alto) entre los que aun no salieron por una
      *    linea anterior.
       ELEGIR-DEL-ALCANCE.
           MOVE ZERO TO RANGO-ACTUAL.
           MOVE 1 TO MEJOR-CANDIDATO.
           PERFORM UNTIL
                   TAL-SELECCIONADOS(INDICE-ALCANCE) >=
                       TAL-RECORTES(INDICE-ALCANCE)
                   OR MEJOR-CANDIDATO = ZERO
               PERFORM BUSCAR-MENOS-ANTIGUO
               IF MEJOR-CANDIDATO NOT = ZERO
                   ADD 1 TO RANGO-ACTUAL
                   ADD 1 TO TAL-SELECCIONADOS(INDICE-ALCANCE)
                   ADD 1 TO TOTAL-PROPUESTOS
                   MOVE INDICE-ALCANCE TO CAN-LINEA(MEJOR-CANDIDATO)
                   MOVE RANGO-ACTUAL TO CAN-RANGO(MEJOR-CANDIDATO)
               END-IF
           END-PERFORM.
      *    Afiliados de unidades con convenio que caen en una linea
      *    sin unidad: no se tocan, pero se avisan en el reporte.
           IF TAL-UNIDAD(INDICE-ALCANCE) = SPACES
               PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
                       UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
                   IF CAN-UNIDAD(INDICE-CANDIDATO) NOT = SPACES
                      AND CAN-DEPARTAMENTO(INDICE-CANDIDATO) =
                           TAL-DEPARTAMENTO(INDICE-ALCANCE)
                      AND (TAL-POSICION(INDICE-ALCANCE) = SPACES OR
                           CAN-POSICION(INDICE-CANDIDATO) =
                               TAL-POSICION(INDICE-ALCANCE))
                       ADD 1 TO TAL-FUERA-UNIDAD(INDICE-ALCANCE)
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-MENOS-ANTIGUO.
           MOVE ZERO TO MEJOR-CANDIDATO.
           PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
                   UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
               IF CAN-LINEA(INDICE-CANDIDATO) = ZERO
                   PERFORM VERIFICAR-EN-ALCANCE
                   IF EN-ALCANCE = 'S'
                       IF MEJOR-CANDIDATO = ZERO
                           MOVE INDICE-CANDIDATO TO MEJOR-CANDIDATO
                       ELSE
                           PERFORM COMPARAR-CANDIDATOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COMPARAR-CANDIDATOS.
           IF CAN-FECHA-ANTIGUEDAD(INDICE-CANDIDATO) >
                   CAN-FECHA-ANTIGUEDAD(MEJOR-CANDIDATO)
               MOVE INDICE-CANDIDATO TO MEJOR-CANDIDATO
           ELSE
               IF CAN-FECHA-ANTIGUEDAD(INDICE-CANDIDATO) =
                       CAN-FECHA-ANTIGUEDAD(MEJOR-CANDIDATO) AND
                       CAN-ID(INDICE-CANDIDATO) >
                           CAN-ID(MEJOR-CANDIDATO)
                   MOVE INDICE-CANDIDATO TO MEJOR-CANDIDATO
               END-IF
           END-IF.

       VERIFICAR-EN-ALCANCE.
           MOVE 'N' TO EN-ALCANCE.
           IF CAN-DEPARTAMENTO(INDICE-CANDIDATO) =
                   TAL-DEPARTAMENTO(INDICE-ALCANCE)
              AND (TAL-POSICION(INDICE-ALCANCE) = SPACES OR
                   CAN-POSICION(INDICE-CANDIDATO) =
                       TAL-POSICION(INDICE-ALCANCE))
              AND CAN-UNIDAD(INDICE-CANDIDATO) =
                   TAL-UNIDAD(INDICE-ALCANCE)
               MOVE 'S' TO EN-ALCANCE
           END-IF.

      *    La lista nueva reemplaza a la anterior (ya se verifico que
      *    no quedara nada aprobado sin aplicar).
       ESCRIBIR-SELECCION.
           OPEN OUTPUT SELECCION-ARCHIVO.
           CLOSE SELECCION-ARCHIVO.
           OPEN I-O SELECCION-ARCHIVO.
           IF SELECCION-STATUS NOT = '00'
               DISPLAY 'Error de archivo SELECCION. STATUS ='
                   SELECCION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
                   UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
               IF CAN-LINEA(INDICE-CANDIDATO) NOT = ZERO
                   MOVE SPACES TO SELECCION-REGISTRO
                   MOVE CAN-ID(INDICE-CANDIDATO) TO SEL-EMPLEADOS-ID
                   MOVE CAN-LINEA(INDICE-CANDIDATO) TO SEL-LINEA
                   MOVE CAN-RANGO(INDICE-CANDIDATO) TO SEL-RANGO
                   MOVE CAN-DEPARTAMENTO(INDICE-CANDIDATO)
                       TO SEL-DEPARTAMENTO
                   MOVE CAN-POSICION(INDICE-CANDIDATO) TO SEL-POSICION
                   MOVE CAN-UNIDAD(INDICE-CANDIDATO) TO SEL-UNIDAD
                   MOVE CAN-FECHA-ANTIGUEDAD(INDICE-CANDIDATO)
                       TO SEL-FECHA-ANTIGUEDAD
                   MOVE CAN-ANOS(INDICE-CANDIDATO)
                       TO SEL-ANOS-SERVICIO
                   MOVE 'P' TO SEL-ESTADO
                   MOVE ZERO TO SEL-FECHA-BAJA
                   WRITE SELECCION-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE SELECCION-ARCHIVO.

       IMPRIMIR-SELECCION.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'Error de archivo PRINT-FILE. STATUS ='
                   PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'LISTA DE SELECCION PARA REDUCCION DE PLANTILLA '
               TO PRINT-LINE.
           MOVE '(menor antiguedad primero)' TO PRINT-LINE(48:).
           WRITE PRINT-LINE.
           PERFORM VARYING INDICE-ALCANCE FROM 1 BY 1
                   UNTIL INDICE-ALCANCE > TOTAL-ALCANCE
               PERFORM IMPRIMIR-UN-ALCANCE
           END-PERFORM.
           CLOSE PRINT-FILE.

       IMPRIMIR-UN-ALCANCE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE INDICE-ALCANCE TO LAL-NUMERO.
           MOVE TAL-DEPARTAMENTO(INDICE-ALCANCE) TO LAL-DEPARTAMENTO.
           MOVE TAL-POSICION(INDICE-ALCANCE) TO LAL-POSICION.
           MOVE TAL-UNIDAD(INDICE-ALCANCE) TO LAL-UNIDAD.
           MOVE TAL-RECORTES(INDICE-ALCANCE) TO LAL-RECORTES.
           MOVE TAL-SELECCIONADOS(INDICE-ALCANCE)
               TO LAL-SELECCIONADOS.
           MOVE LINEA-ALCANCE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING RANGO-ACTUAL FROM 1 BY 1
                   UNTIL RANGO-ACTUAL >
                       TAL-SELECCIONADOS(INDICE-ALCANCE)
               PERFORM VARYING INDICE-CANDIDATO FROM 1 BY 1
                       UNTIL INDICE-CANDIDATO > TOTAL-CANDIDATOS
                   IF CAN-LINEA(INDICE-CANDIDATO) = INDICE-ALCANCE AND
                           CAN-RANGO(INDICE-CANDIDATO) = RANGO-ACTUAL
                       MOVE RANGO-ACTUAL TO LCA-RANGO
                       MOVE CAN-ID(INDICE-CANDIDATO) TO LCA-ID
                       MOVE CAN-NOMBRE(INDICE-CANDIDATO) TO LCA-NOMBRE
                       MOVE CAN-POSICION(INDICE-CANDIDATO)
                           TO LCA-POSICION
                       MOVE CAN-FECHA-ANTIGUEDAD(INDICE-CANDIDATO)
                           TO LCA-FECHA
                       MOVE CAN-ANOS(INDICE-CANDIDATO) TO LCA-ANOS
                       MOVE LINEA-CANDIDATO TO PRINT-LINE
                       WRITE PRINT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF TAL-SELECCIONADOS(INDICE-ALCANCE) <
                   TAL-RECORTES(INDICE-ALCANCE)
               MOVE SPACES TO LINEA-AVISO
               STRING '  ** No hay suficientes personas en el alcance'
                      ' para los recortes pedidos.'
                   DELIMITED BY SIZE INTO LINEA-AVISO
               MOVE LINEA-AVISO TO PRINT-LINE
               WRITE PRINT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF TAL-FUERA-UNIDAD(INDICE-ALCANCE) > ZERO
               MOVE SPACES TO LINEA-AVISO
               STRING '  ** ' TAL-FUERA-UNIDAD(INDICE-ALCANCE)
                      ' afiliados de unidades con antiguedad por '
                      'convenio quedan fuera; van en su propia linea.'
                   DELIMITED BY SIZE INTO LINEA-AVISO
               MOVE LINEA-AVISO TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    Modo R: revision (exclusiones con razon) y aprobacion.
      *----------------------------------------------------------------
       REVISAR-Y-APROBAR.
           OPEN I-O SELECCION-ARCHIVO.
           IF SELECCION-STATUS NOT = '00'
               DISPLAY 'No hay lista de seleccion (modo S).'
               CLOSE SELECCION-ARCHIVO
           ELSE
               PERFORM ABRIR-MAESTRO-LECTURA
               PERFORM LISTAR-PROPUESTOS
               IF TOTAL-PROPUESTOS = ZERO
                   DISPLAY 'No hay propuestos pendientes de '
                       'aprobar.'
               ELSE
                   MOVE 'N' TO CAMPO-VALIDO
                   PERFORM EXCLUIR-UNO UNTIL CAMPO-VALIDO = 'S'
                   PERFORM APROBAR-LISTA
               END-IF
               CLOSE EMPLEADOS-ARCHIVO
               CLOSE SELECCION-ARCHIVO
           END-IF.

       LISTAR-PROPUESTOS.
           MOVE ZERO TO TOTAL-PROPUESTOS.
           MOVE 'N' TO FIN-SELECCION.
           MOVE LOW-VALUES TO SEL-EMPLEADOS-ID.
           START SELECCION-ARCHIVO
                   KEY IS NOT LESS THAN SEL-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SELECCION
           END-START.
           PERFORM UNTIL FIN-SELECCION = 'S'
               READ SELECCION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SELECCION
                   NOT AT END
                       IF SEL-PROPUESTO
                           ADD 1 TO TOTAL-PROPUESTOS
                           MOVE SEL-EMPLEADOS-ID TO EMPLEADOS-ID
                           MOVE SPACES TO EMPLEADOS-NOMBRE
                           READ EMPLEADOS-ARCHIVO
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           DISPLAY SEL-EMPLEADOS-ID ' '
                               EMPLEADOS-NOMBRE ' depto '
                               SEL-DEPARTAMENTO ' antig. '
                               SEL-FECHA-ANTIGUEDAD
                       END-IF
               END-READ
           END-PERFORM.

       EXCLUIR-UNO.
           DISPLAY 'ID a excluir de la lista (ENTER = ninguno mas):'.
           MOVE SPACES TO ID-ENTRADA-TXT.
           ACCEPT ID-ENTRADA-TXT.
           IF ID-ENTRADA-TXT = SPACES
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               IF ID-ENTRADA-TXT IS NUMERIC
                   MOVE ID-ENTRADA-TXT TO SEL-EMPLEADOS-ID
                   READ SELECCION-ARCHIVO
                       INVALID KEY
                           DISPLAY 'Ese ID no esta en la lista.'
                       NOT INVALID KEY
                           IF SEL-PROPUESTO
                               DISPLAY 'Razon de la exclusion:'
                               MOVE SPACES TO SEL-NOTA
                               ACCEPT SEL-NOTA
                               MOVE 'E' TO SEL-ESTADO
                               REWRITE SELECCION-REGISTRO
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                               ADD 1 TO TOTAL-EXCLUIDOS
                               SUBTRACT 1 FROM TOTAL-PROPUESTOS
                               DISPLAY 'Excluido.'
                           ELSE
                               DISPLAY 'Ese ID no esta propuesto '
                                   '(estado ' SEL-ESTADO ').'
                           END-IF
                   END-READ
               ELSE
                   DISPLAY 'ID invalido.'
               END-IF
           END-IF.

       APROBAR-LISTA.
           MOVE 'X' TO SI-NO.
           PERFORM UNTIL SI-NO = 'S' OR SI-NO = 'N'
               DISPLAY 'Revise rif_seleccion.txt. ¿Aprobar los '
                   TOTAL-PROPUESTOS ' propuestos? (S/N)'
               ACCEPT SI-NO
               MOVE FUNCTION UPPER-CASE(SI-NO) TO SI-NO
           END-PERFORM.
           IF RESPOSTA-NAO OR TOTAL-PROPUESTOS = ZERO
               DISPLAY 'Lista sin aprobar.'
           ELSE
               MOVE ZERO TO INTENTOS-SIGNON
               MOVE 'N' TO SIGNON-CORRECTO
               MOVE ZERO TO NIVEL-FIRMADO
               PERFORM INTENTAR-SIGNON
                   UNTIL SIGNON-CORRECTO = 'S'
                       OR INTENTOS-SIGNON >= 3
               IF SIGNON-CORRECTO = 'S' AND NIVEL-FIRMADO >= 3
                   PERFORM MARCAR-APROBADOS
                   PERFORM REGISTRAR-APROBACION
                   DISPLAY 'Lista aprobada por ' OPERADOR-FIRMADO
                       ': ' TOTAL-APROBADOS ' personas. Aplique con '
                       'el modo A.'
               ELSE
                   DISPLAY 'Se requiere un operador admin (nivel 3); '
                       'la lista sigue sin aprobar.'
               END-IF
           END-IF.

       MARCAR-APROBADOS.
           MOVE ZERO TO TOTAL-APROBADOS.
           MOVE 'N' TO FIN-SELECCION.
           MOVE LOW-VALUES TO SEL-EMPLEADOS-ID.
           START SELECCION-ARCHIVO
                   KEY IS NOT LESS THAN SEL-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SELECCION
           END-START.
           PERFORM UNTIL FIN-SELECCION = 'S'
               READ SELECCION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SELECCION
                   NOT AT END
                       IF SEL-PROPUESTO
                           MOVE 'A' TO SEL-ESTADO
                           MOVE OPERADOR-FIRMADO TO SEL-APROBADO-POR
                           REWRITE SELECCION-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO TOTAL-APROBADOS
                       END-IF
               END-READ
           END-PERFORM.

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
                   'apruebe.'
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

       REGISTRAR-APROBACION.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = '00' OR AUDITORIA-STATUS = '05'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO AUDITORIA-FECHA-HORA
               MOVE SPACES TO AUDITORIA-LINEA
               STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                      AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                      'APRUEBA-RIF ' ' N=' TOTAL-APROBADOS
                      ' OP=' OPERADOR-FIRMADO
                   DELIMITED BY SIZE
                   INTO AUDITORIA-LINEA
               WRITE AUDITORIA-LINEA
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

      *----------------------------------------------------------------
      *    Modo A: bajas del lote aprobado.
      *----------------------------------------------------------------
       APLICAR-BAJAS-RIF.
           OPEN I-O SELECCION-ARCHIVO.
           IF SELECCION-STATUS NOT = '00'
               DISPLAY 'No hay lista de seleccion (modo S).'
               CLOSE SELECCION-ARCHIVO
           ELSE
               CLOSE SELECCION-ARCHIVO
               PERFORM VERIFICAR-LISTA-APROBADA
               IF HAY-PENDIENTES-APROBADOS = 'N'
                   DISPLAY 'No hay una lista aprobada (modo R).'
               ELSE
                   PERFORM PEDIR-PARAMETROS-BAJA
                   PERFORM ABRIR-ARCHIVOS-BAJA
                   PERFORM PROCESAR-APROBADOS
                   PERFORM CERRAR-ARCHIVOS-BAJA
                   DISPLAY 'Aprobados: ' TOTAL-LEIDOS
                       ' Bajas aplicadas: ' TOTAL-APLICADAS
                       ' Programadas: ' TOTAL-PROGRAMADAS
                       ' Rechazadas: ' TOTAL-RECHAZADAS
                   DISPLAY 'Plazas cerradas: ' PLAZAS-CERRADAS
                       ' Cartas: ' TOTAL-CARTAS
                       ' (cartas_rif.txt)'
                   IF CARTAS-SIN-PLANTILLA > ZERO
                       DISPLAY 'Aviso: la plantilla '
                           PLANTILLA-ENTRADA ' no tiene lineas; '
                           CARTAS-SIN-PLANTILLA ' cartas sin emitir.'
                   END-IF
                   IF TOTAL-RECHAZADAS > ZERO OR
                           CARTAS-SIN-PLANTILLA > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM REGISTRAR-RUN-LOG
               END-IF
           END-IF.

       PEDIR-PARAMETROS-BAJA.
           MOVE 'N' TO MOTIVO-VALIDO.
           PERFORM OBTENER-MOTIVO UNTIL MOTIVO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-FECHA-BAJA UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY PLANTILLA-TXT.
           MOVE SPACES TO PLANTILLA-ENTRADA.
           ACCEPT PLANTILLA-ENTRADA.
           IF PLANTILLA-ENTRADA = SPACES
               MOVE 'RIF' TO PLANTILLA-ENTRADA
           END-IF.

       OBTENER-MOTIVO.
           DISPLAY MOTIVO-TXT.
           MOVE SPACES TO MOTIVO-BAJA.
           ACCEPT MOTIVO-BAJA.
           MOVE FUNCTION UPPER-CASE(MOTIVO-BAJA) TO MOTIVO-BAJA.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-STATUS = '05' OR MOTIVOS-STATUS = '35'
               CLOSE MOTIVOS-ARCHIVO
               DISPLAY 'No existe motivos_baja.dat; capture los '
                   'motivos primero (MOTIVOS-BAJA).'
               STOP RUN
           END-IF.
           MOVE 'N' TO FIN-MOTIVOS.
           PERFORM UNTIL FIN-MOTIVOS = 'S'
               READ MOTIVOS-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-MOTIVOS
                   NOT AT END
                       IF MOT-CODIGO = MOTIVO-BAJA
                           MOVE 'S' TO MOTIVO-VALIDO
                           MOVE 'S' TO FIN-MOTIVOS
                           MOVE MOT-DESCRIPCION TO MOTIVO-DESCRIPCION
                           MOVE MOT-CLASE TO CLASE-BAJA
                           MOVE MOT-RECONTRATABLE
                               TO RECONTRATABLE-BAJA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MOTIVOS-ARCHIVO.
           IF MOTIVO-VALIDO = 'N'
               DISPLAY 'El motivo no existe en motivos_baja.dat.'
           END-IF.

       OBTENER-FECHA-BAJA.
           DISPLAY FECHA-TXT.
           MOVE SPACES TO FECHA-ENTRADA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-BAJA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO FECHA-BAJA
                   IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-BAJA) = 0
                       MOVE 'S' TO CAMPO-VALIDO
                   ELSE
                       DISPLAY 'Fecha invalida.'
                   END-IF
               ELSE
                   DISPLAY 'Fecha invalida: AAAAMMDD.'
               END-IF
           END-IF.
           IF FECHA-BAJA > FECHA-HOY
               MOVE 'S' TO BAJA-FUTURA
           ELSE
               MOVE 'N' TO BAJA-FUTURA
           END-IF.

       ABRIR-ARCHIVOS-BAJA.
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
           OPEN I-O SELECCION-ARCHIVO.
           OPEN I-O BAJAS-PROG-ARCHIVO.
           IF BAJAS-PROG-STATUS = '35' OR BAJAS-PROG-STATUS = '05'
               OPEN OUTPUT BAJAS-PROG-ARCHIVO
               CLOSE BAJAS-PROG-ARCHIVO
               OPEN I-O BAJAS-PROG-ARCHIVO
           END-IF.
           OPEN I-O POSICIONES-ARCHIVO.
           IF POSICIONES-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
               OPEN I-O EMP-POS-ARCHIVO
           END-IF.
           OPEN OUTPUT CARTA-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND HISTORICO-ARCHIVO.
           OPEN EXTEND JOURNAL-ARCHIVO.

       CERRAR-ARCHIVOS-BAJA.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE SELECCION-ARCHIVO.
           CLOSE BAJAS-PROG-ARCHIVO.
           CLOSE POSICIONES-ARCHIVO.
           IF HAY-POSICIONES = 'S'
               CLOSE EMP-POS-ARCHIVO
           END-IF.
           CLOSE CARTA-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE JOURNAL-ARCHIVO.

       PROCESAR-APROBADOS.
           MOVE 'N' TO FIN-SELECCION.
           MOVE LOW-VALUES TO SEL-EMPLEADOS-ID.
           START SELECCION-ARCHIVO
                   KEY IS NOT LESS THAN SEL-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SELECCION
           END-START.
           PERFORM UNTIL FIN-SELECCION = 'S'
               READ SELECCION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SELECCION
                   NOT AT END
                       IF SEL-APROBADO
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM APLICAR-SELECCIONADO
                       END-IF
               END-READ
           END-PERFORM.

       APLICAR-SELECCIONADO.
           MOVE SEL-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'EMPLEADO NO EXISTE' TO SEL-NOTA
                   PERFORM RECHAZAR-SELECCIONADO
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       MOVE 'YA ESTABA DADO DE BAJA' TO SEL-NOTA
                       PERFORM RECHAZAR-SELECCIONADO
                   ELSE
                       IF BAJA-FUTURA = 'S'
                           PERFORM PROGRAMAR-BAJA-RIF
                       ELSE
                           PERFORM DAR-DE-BAJA
                       END-IF
                   END-IF
           END-READ.

       RECHAZAR-SELECCIONADO.
           MOVE 'X' TO SEL-ESTADO.
           ADD 1 TO TOTAL-RECHAZADAS.
           DISPLAY 'ID ' SEL-EMPLEADOS-ID ' no se dio de baja: '
               SEL-NOTA.
           REWRITE SELECCION-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      *    Baja inmediata: mismos pasos que DAR-DE-BAJA en
      *    AplicarBajas-124, con el cierre de la plaza en lugar de
      *    solo liberarla.
       DAR-DE-BAJA.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES.
           MOVE 'I' TO EMPLEADOS-ACTIVO.
           MOVE FECHA-BAJA TO EMPLEADOS-BAJA-FECHA.
           MOVE MOTIVO-BAJA TO EMPLEADOS-BAJA-MOTIVO.
           MOVE RECONTRATABLE-BAJA TO EMPLEADOS-RECONTRATABLE.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE 'NO SE PUDO ACTUALIZAR MAESTRO' TO SEL-NOTA
                   PERFORM RECHAZAR-SELECCIONADO
               NOT INVALID KEY
                   MOVE 'BAJA-RIF' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE 'BAJA' TO HISTORICO-EVENTO
                   STRING ' MOT=' MOTIVO-BAJA ' CL=' CLASE-BAJA
                       DELIMITED BY SIZE INTO HISTORICO-DETALLE
                   PERFORM REGISTRAR-HISTORICO
                   PERFORM REGISTRAR-JOURNAL
                   PERFORM CALCULAR-FINIQUITO
                   MOVE TOTAL-FINIQUITO TO FINIQUITO-EDITADO
                   MOVE FINIQUITO-EDITADO TO FINIQUITO-TEXTO
                   IF HAY-POSICIONES = 'S'
                       PERFORM CERRAR-PLAZA
                   END-IF
                   PERFORM GENERAR-CARTA-AVISO
                   MOVE 'B' TO SEL-ESTADO
                   MOVE FECHA-BAJA TO SEL-FECHA-BAJA
                   MOVE SPACES TO SEL-NOTA
                   REWRITE SELECCION-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO TOTAL-APLICADAS
           END-REWRITE.

      *    Con fecha futura la baja queda programada como la deja
      *    PROGRAMAR-BAJA en RegistrosIndexados-05 y la aplica
      *    APLICAR-BAJAS (con el finiquito) al llegar el dia; la
      *    plaza autorizada se cierra desde ya.
       PROGRAMAR-BAJA-RIF.
           MOVE EMPLEADOS-ID TO BPR-EMPLEADOS-ID.
           MOVE FECHA-BAJA TO BPR-FECHA-BAJA.
           MOVE MOTIVO-BAJA TO BPR-MOTIVO.
           MOVE CLASE-BAJA TO BPR-CLASE.
           MOVE RECONTRATABLE-BAJA TO BPR-RECONTRATABLE.
           MOVE 'P' TO BPR-ESTADO.
           MOVE FECHA-HOY TO BPR-FECHA-CAPTURA.
           MOVE SEL-APROBADO-POR TO BPR-OPERADOR.
           MOVE 'REDUCCION DE PLANTILLA' TO BPR-NOTA.
           WRITE BAJAS-PROG-REGISTRO
               INVALID KEY
                   REWRITE BAJAS-PROG-REGISTRO
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           MOVE 'BAJA-PROGR' TO AUDITORIA-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE 'a la fecha de baja' TO FINIQUITO-TEXTO.
           IF HAY-POSICIONES = 'S'
               PERFORM CERRAR-PLAZA
           END-IF.
           PERFORM GENERAR-CARTA-AVISO.
           MOVE 'B' TO SEL-ESTADO.
           MOVE FECHA-BAJA TO SEL-FECHA-BAJA.
           MOVE 'BAJA PROGRAMADA' TO SEL-NOTA.
           REWRITE SELECCION-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           ADD 1 TO TOTAL-PROGRAMADAS.

      *    La plaza no se vuelve a llenar: una autorizada menos y la
      *    posicion cerrada si ya no le queda ninguna. En la baja
      *    inmediata ademas se libera la ocupada, como en
      *    LIBERAR-POSICION; en la programada la libera
      *    APLICAR-BAJAS el dia de la baja.
       CERRAR-PLAZA.
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
                           IF BAJA-FUTURA = 'N'
                               IF POS-OCUPADAS > FTE-FRACCION
                                   SUBTRACT FTE-FRACCION
                                       FROM POS-OCUPADAS
                               ELSE
                                   MOVE ZERO TO POS-OCUPADAS
                               END-IF
                           END-IF
                           IF POS-AUTORIZADAS > ZERO
                               SUBTRACT 1 FROM POS-AUTORIZADAS
                               ADD 1 TO PLAZAS-CERRADAS
                           END-IF
                           IF POS-AUTORIZADAS = ZERO
                               MOVE 'C' TO POS-ESTADO
                           END-IF
                           REWRITE POSICIONES-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   IF BAJA-FUTURA = 'N'
                       DELETE EMP-POS-ARCHIVO
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

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

      *    Misma fusion que GENERAR-CARTA en CartasVerificacion-96,
      *    una carta por persona, una detras de otra.
       GENERAR-CARTA-AVISO.
           IF TIPO-PERMANENTE
               MOVE PERM-FECHA-CONTRATACION TO FECHA-ALTA-TEXTO
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-ALTA-TEXTO
           END-IF.
           MOVE ZERO TO LINEAS-FUSIONADAS.
           OPEN INPUT PLANTILLAS-ARCHIVO.
           IF PLANTILLAS-STATUS = '05' OR PLANTILLAS-STATUS = '35'
               CLOSE PLANTILLAS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANTILLAS
               PERFORM UNTIL FIN-PLANTILLAS = 'S'
                   READ PLANTILLAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANTILLAS
                       NOT AT END
                           IF PLA-CODIGO = PLANTILLA-ENTRADA
                               PERFORM FUSIONAR-LINEA
                               ADD 1 TO LINEAS-FUSIONADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANTILLAS-ARCHIVO
           END-IF.
           IF LINEAS-FUSIONADAS = ZERO
               ADD 1 TO CARTAS-SIN-PLANTILLA
           ELSE
               ADD 1 TO TOTAL-CARTAS
               MOVE ALL '-' TO LINEA-CARTA
               WRITE LINEA-CARTA
               MOVE 'CARTA-RIF' TO AUDITORIA-OPERACION
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       FUSIONAR-LINEA.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE 1 TO PUNTERO-ENTRADA.
           MOVE 1 TO PUNTERO-SALIDA.
           PERFORM FUSIONAR-UN-TRAMO
               UNTIL PUNTERO-ENTRADA > 70
                   OR PUNTERO-SALIDA > 90.
           MOVE LINEA-SALIDA TO LINEA-CARTA.
           WRITE LINEA-CARTA.

       FUSIONAR-UN-TRAMO.
           MOVE ZERO TO LARGO-MARCADOR.
           IF PLA-TEXTO(PUNTERO-ENTRADA:1) = '&'
               PERFORM RECONOCER-MARCADOR
           END-IF.
           IF LARGO-MARCADOR > ZERO
               PERFORM COPIAR-VALOR
               ADD LARGO-MARCADOR TO PUNTERO-ENTRADA
           ELSE
               MOVE PLA-TEXTO(PUNTERO-ENTRADA:1)
                   TO LINEA-SALIDA(PUNTERO-SALIDA:1)
               ADD 1 TO PUNTERO-ENTRADA
               ADD 1 TO PUNTERO-SALIDA
           END-IF.

       RECONOCER-MARCADOR.
           EVALUATE TRUE
               WHEN PUNTERO-ENTRADA <= 61 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:10) = '&APELLIDOS'
                   MOVE EMPLEADOS-APELLIDOS TO VALOR-CAMPO
                   MOVE 10 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 64 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:7) = '&NOMBRE'
                   MOVE EMPLEADOS-NOMBRE TO VALOR-CAMPO
                   MOVE 7 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 64 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:7) = '&MOTIVO'
                   MOVE MOTIVO-DESCRIPCION TO VALOR-CAMPO
                   MOVE 7 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 65 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:6) = '&FECHA'
                   MOVE FECHA-HOY TO VALOR-CAMPO
                   MOVE 6 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 65 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:6) = '&DEPTO'
                   MOVE EMPLEADOS-DEPARTAMENTO TO VALOR-CAMPO
                   MOVE 6 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 65 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:6) = '&FINIQ'
                   MOVE FINIQUITO-TEXTO TO VALOR-CAMPO
                   MOVE 6 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 66 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:5) = '&ALTA'
                   MOVE FECHA-ALTA-TEXTO TO VALOR-CAMPO
                   MOVE 5 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 66 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:5) = '&BAJA'
                   MOVE FECHA-BAJA TO VALOR-CAMPO
                   MOVE 5 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 66 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:5) = '&ANOS'
                   MOVE SEL-ANOS-SERVICIO TO VALOR-CAMPO
                   MOVE 5 TO LARGO-MARCADOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COPIAR-VALOR.
           COMPUTE LARGO-VALOR = FUNCTION
               LENGTH(FUNCTION TRIM(VALOR-CAMPO TRAILING)).
           IF LARGO-VALOR = ZERO
               MOVE 1 TO LARGO-VALOR
           END-IF.
           PERFORM VARYING INDICE-COPIA FROM 1 BY 1
                   UNTIL INDICE-COPIA > LARGO-VALOR
                       OR PUNTERO-SALIDA > 90
               MOVE VALOR-CAMPO(INDICE-COPIA:1)
                   TO LINEA-SALIDA(PUNTERO-SALIDA:1)
               ADD 1 TO PUNTERO-SALIDA
           END-PERFORM.

      *    Mismo formato de linea que REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05; el operador es el admin que aprobo
      *    la lista.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO AUDITORIA-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  AUDITORIA-OPERACION ' ID=' EMPLEADOS-ID
                  ' OP=' SEL-APROBADO-POR
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
           MOVE 'REDUCCION-PLANTILLA' TO JOURNAL-PROGRAMA.
           MOVE AUDITORIA-OPERACION TO JOURNAL-OPERACION.
           MOVE JOURNAL-IMAGEN-ANTES TO JOURNAL-ANTES.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES.
           WRITE JOURNAL-REGISTRO.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REDUCCION-PLANTILLA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               COMPUTE RUN-ESCRITOS =
                   TOTAL-APLICADAS + TOTAL-PROGRAMADAS
               MOVE TOTAL-RECHAZADAS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO OR CARTAS-SIN-PLANTILLA > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       REINICIAR.
           MOVE 'X' TO SI-NO.
           PERFORM UNTIL SI-NO = 'S' OR SI-NO = 'N'
               DISPLAY '¿Capturar otra linea de alcance? (S/N)'
               ACCEPT SI-NO
               EVALUATE SI-NO
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'S' TO SI-NO
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO SI-NO
                   WHEN OTHER
                       DISPLAY 'Respuesta invalida. Responda S o N.'
               END-EVALUATE
           END-PERFORM.

      *    Fraccion de plaza que ocupa el empleado segun su
      *    jornada; los registros anteriores al campo (cero o
      *    blanco) cuentan como tiempo completo.
       CALCULAR-FRACCION-FTE.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 1 TO FTE-FRACCION
           ELSE
               COMPUTE FTE-FRACCION = EMPLEADOS-FTE / 100
           END-IF.

       END PROGRAM REDUCCION-PLANTILLA.
