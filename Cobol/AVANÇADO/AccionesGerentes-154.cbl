      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de pendientes por gerente: junta en una
      *          sola lista por EMPLEADOS-GERENTE-ID todo lo que cada
      *          gerente tiene abierto en los subsistemas, en lugar de
      *          un reporte por subsistema que casi nadie lee:
      *          revisiones de desempeno por vencer (mismo criterio que
      *          RevisionesDesempeno-86), periodos de prueba por
      *          resolver (ProbatoriaReporte-62), certificaciones por
      *          vencer (VencimientoFormacion-34, solo la ultima de
      *          cada curso), contratos por terminar
      *          (VencimientoContratos-32, con su misma ventana de
      *          vencimiento_param.dat) y aprobaciones pendientes de
      *          licencias (Vacaciones-33), hojas de horas
      *          (AprobacionHoras-78) y gastos (SolicitudGastos-134).
      *          Cada gerente recibe sus renglones ordenados por fecha
      *          debida, con los vencidos marcados, en
      *          acciones_gerentes.txt; RRHH recibe en
      *          acciones_resumen_rrhh.txt la hoja de gerentes
      *          ordenada por cantidad de pendientes vencidos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCIONES-GERENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL REVISIONES-ARCHIVO
           ASSIGN TO 'revisiones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REV-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REVISIONES-STATUS.

           SELECT OPTIONAL RESOLUCION-ARCHIVO
           ASSIGN TO 'probatoria_res.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRB-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESOLUCION-STATUS.

           SELECT OPTIONAL FORMACION-ARCHIVO
           ASSIGN TO 'formacion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS FORMACION-ID
           ALTERNATE RECORD KEY IS FORMACION-EMPLEADOS-ID
               WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FORMACION-STATUS.

      *    Ventana de aviso de contratos (la misma que usa
      *    VencimientoContratos-32; 30 dias sin el archivo).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'vencimiento_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'solicitudes_vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL HORAS-ARCHIVO
           ASSIGN TO 'horas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-STATUS.

           SELECT OPTIONAL GASTOS-ARCHIVO
           ASSIGN TO 'gastos_solicitudes.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SGA-FOLIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS GASTOS-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'acciones_sortwk'.

           SELECT RESUMEN-TRABAJO
           ASSIGN TO 'acciones_resumen_sortwk'.

           SELECT ACCIONES-ARCHIVO
           ASSIGN TO 'acciones_gerentes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCIONES-STATUS.

           SELECT RRHH-ARCHIVO
           ASSIGN TO 'acciones_resumen_rrhh.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RRHH-STATUS.

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

       FD  REVISIONES-ARCHIVO.
           01  REVISIONES-REGISTRO.
               05  REV-CLAVE.
                   10  REV-EMPLEADOS-ID PIC 9(6).
                   10  REV-CICLO PIC 9(4).
               05  REV-FECHA-DEBIDA PIC 9(8).
               05  REV-FECHA-REVISION PIC 9(8).
      *            CERO = revision todavia no realizada.
               05  REV-CALIFICACION PIC X(2).
               05  REV-REVISOR PIC 9(6).

       FD  RESOLUCION-ARCHIVO.
           01  RESOLUCION-REGISTRO.
               05  PRB-EMPLEADOS-ID PIC 9(6).
               05  PRB-RESULTADO PIC X.
                   88  PROBATORIA-CONFIRMADA VALUE 'C'.
                   88  PROBATORIA-EXTENDIDA VALUE 'E'.
                   88  PROBATORIA-TERMINADA VALUE 'T'.
               05  PRB-FECHA PIC 9(8).
               05  PRB-NUEVA-FIN PIC 9(8).

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

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO PIC X(3).

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
                   88  SOLICITUD-PENDIENTE VALUE 'P'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

       FD  HORAS-ARCHIVO.
           01  HORAS-REGISTRO.
               05  HORAS-ID PIC 9(6).
               05  HORAS-SEMANA PIC 9(8).
               05  HORAS-CANTIDAD PIC 9(3).
               05  HORAS-ESTADO PIC X.
                   88  HORAS-PENDIENTES VALUE 'P'.
               05  HORAS-MOTIVO PIC X(20).

      *    gastos_solicitudes.dat (SolicitudGastos-134); prefijo SGA
      *    para no chocar con las solicitudes de licencia.
       FD  GASTOS-ARCHIVO.
           01  GASTOS-REGISTRO.
               05  SGA-FOLIO PIC 9(6).
               05  SGA-EMPLEADOS-ID PIC 9(6).
               05  SGA-DEPARTAMENTO PIC X(4).
               05  SGA-FECHA PIC 9(8).
               05  SGA-DESCRIPCION PIC X(30).
               05  SGA-TOTAL PIC 9(7)V99.
               05  SGA-ESTADO PIC X.
                   88  SGA-PENDIENTE VALUE 'P'.
               05  SGA-APROBADOR PIC 9(6).
               05  SGA-FECHA-DECISION PIC 9(8).
               05  SGA-MOTIVO PIC X(20).
               05  SGA-FORMA-PAGO PIC X.
               05  SGA-GRUPO PIC X(4).
               05  SGA-PERIODO PIC 9(6).
               05  SGA-FECHA-PAGO PIC 9(8).

       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-GERENTE PIC 9(6).
               05  ORD-DEBIDA PIC 9(8).
               05  ORD-TIPO PIC X(4).
      *            REV = revision, PRUE = periodo de prueba, CERT =
      *            certificacion, CONT = fin de contrato, LIC =
      *            licencia, HORA = hoja de horas, GAST = gastos.
               05  ORD-ID PIC 9(6).
               05  ORD-NOMBRE PIC X(25).
               05  ORD-APELLIDOS PIC X(35).
               05  ORD-DETALLE PIC X(30).
               05  ORD-VENCIDO PIC X.

       SD  RESUMEN-TRABAJO.
           01  RSM-REGISTRO.
               05  RSM-VENCIDOS PIC 9(5).
               05  RSM-TOTAL PIC 9(5).
               05  RSM-GERENTE PIC 9(6).
               05  RSM-MAS-ANTIGUO PIC 9(8).

       FD  ACCIONES-ARCHIVO.
           01  LINEA-ACCION PIC X(100).

       FD  RRHH-ARCHIVO.
           01  LINEA-RRHH PIC X(100).

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
           01  REVISIONES-STATUS PIC XX.
           01  RESOLUCION-STATUS PIC XX.
           01  FORMACION-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  HORAS-STATUS PIC XX.
           01  GASTOS-STATUS PIC XX.
           01  ACCIONES-STATUS PIC XX.
           01  RRHH-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X VALUE '1'.
           01  FIN-FORMACION PIC X.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-HORAS PIC X.
           01  FIN-GASTOS PIC X.
           01  FIN-ORDENADO PIC X VALUE 'N'.
           01  FIN-RESUMEN PIC X VALUE 'N'.
           01  HAY-REVISIONES PIC X VALUE 'N'.
           01  HAY-RESOLUCIONES PIC X VALUE 'N'.
           01  HAY-FORMACION PIC X VALUE 'N'.
           01  REVISION-HECHA PIC X.
           01  RESOLUCION-HALLADA PIC X.

      *    Ventanas de aviso de cada subsistema (las de sus propios
      *    reportes). Los periodos de prueba vencidos sin resolucion
      *    se siguen listando hasta DIAS-PRUEBA-ATRASO dias despues
      *    del fin; las aprobaciones se deben DIAS-PLAZO-APROBACION
      *    dias despues de la fecha de la hoja o del gasto.
           01  DIAS-AVISO-REVISION PIC 9(3) VALUE 30.
           01  DIAS-PROBATORIA PIC 9(3) VALUE 90.
           01  DIAS-AVISO-PRUEBA PIC 9(3) VALUE 14.
           01  DIAS-PRUEBA-ATRASO PIC 9(3) VALUE 90.
           01  DIAS-AVISO-CERTIFICACION PIC 9(3) VALUE 90.
           01  DIAS-AVISO-CONTRATO PIC 9(3) VALUE 30.
           01  DIAS-PLAZO-APROBACION PIC 9(3) VALUE 7.

           01  FECHA-HOY PIC 9(8).
           01  DIAS-HOY PIC 9(7).
           01  ANO-ACTUAL PIC 9(4).
           01  DIAS-PARA-DEBIDA PIC S9(7).
           01  FECHA-DEBIDA-CALC PIC 9(8).
           01  FECHA-DEBIDA-R REDEFINES FECHA-DEBIDA-CALC.
               05  FDB-ANO PIC 9(4).
               05  FDB-MES PIC 99.
               05  FDB-DIA PIC 99.
           01  FECHA-FIN-PRUEBA PIC 9(8).
           01  SEGUNDO-PERIODO PIC X.

      *    Ultima certificacion de cada curso del empleado: la que se
      *    renovo ya no es pendiente.
           01  MAXIMO-CURSOS PIC 9(3) VALUE 50.
           01  TOTAL-CURSOS PIC 9(3).
           01  INDICE-CURSO PIC 9(3).
           01  CURSO-HALLADO PIC 9(3).
           01  TABLA-CURSOS.
               05  CURSO-ENTRADA OCCURS 50 TIMES.
                   10  TCE-CURSO PIC X(8).
                   10  TCE-DESCRIPCION PIC X(25).
                   10  TCE-VENCE PIC 9(8).

      *    Acumulados por gerente para la hoja de RRHH.
           01  MAXIMO-GERENTES PIC 9(5) VALUE 2000.
           01  TOTAL-GERENTES PIC 9(5) VALUE ZERO.
           01  INDICE-GERENTE PIC 9(5).
           01  TABLA-GERENTES.
               05  GERENTE-ENTRADA OCCURS 2000 TIMES.
                   10  TGE-GERENTE PIC 9(6).
                   10  TGE-TOTAL PIC 9(5).
                   10  TGE-VENCIDOS PIC 9(5).
                   10  TGE-MAS-ANTIGUO PIC 9(8).

           01  GERENTE-ANTERIOR PIC 9(6).
           01  PRIMER-GRUPO PIC X VALUE 'S'.
           01  GRUPO-TOTAL PIC 9(5).
           01  GRUPO-VENCIDOS PIC 9(5).
           01  GRUPO-MAS-ANTIGUO PIC 9(8).

           01  TOTAL-EMPLEADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-ACCIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-VENCIDAS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-EMPLEADO PIC 9(6) VALUE ZERO.
           01  TOTAL-POR-TIPO.
               05  TOTAL-REV PIC 9(6) VALUE ZERO.
               05  TOTAL-PRUE PIC 9(6) VALUE ZERO.
               05  TOTAL-CERT PIC 9(6) VALUE ZERO.
               05  TOTAL-CONT PIC 9(6) VALUE ZERO.
               05  TOTAL-LIC PIC 9(6) VALUE ZERO.
               05  TOTAL-HORA PIC 9(6) VALUE ZERO.
               05  TOTAL-GAST PIC 9(6) VALUE ZERO.

           01  LINEA-TITULO.
               05  FILLER PIC X(34)
                   VALUE 'PENDIENTES POR GERENTE AL DIA '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-GERENTE.
               05  FILLER PIC X(8) VALUE 'Gerente '.
               05  GER-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  GER-NOMBRE PIC X(25).
               05  GER-APELLIDOS PIC X(35).

           01  LINEA-DETALLE.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-MARCA PIC X(11).
               05  DET-DEBIDA PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-TIPO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(16).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-APELLIDOS PIC X(16).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-DETALLE PIC X(30).

           01  LINEA-PIE-GERENTE.
               05  FILLER PIC X(14) VALUE '   Pendientes:'.
               05  PIE-TOTAL PIC ZZ,ZZ9.
               05  FILLER PIC X(12) VALUE '  vencidos: '.
               05  PIE-VENCIDOS PIC ZZ,ZZ9.

           01  LINEA-TITULO-RRHH.
               05  FILLER PIC X(45)
                   VALUE 'GERENTES POR PENDIENTES VENCIDOS AL DIA '.
               05  TRH-FECHA PIC 9(8).

           01  LINEA-ENCABEZADO-RRHH.
               05  FILLER PIC X(8) VALUE 'Gerente'.
               05  FILLER PIC X(46) VALUE 'Nombre'.
               05  FILLER PIC X(16) VALUE 'Vencidos  Total'.
               05  FILLER PIC X(11) VALUE 'Mas antiguo'.

           01  LINEA-RRHH-DET.
               05  RHD-GERENTE PIC 9(6).
               05  FILLER PIC X(2) VALUE SPACES.
               05  RHD-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  RHD-APELLIDOS PIC X(25).
               05  RHD-VENCIDOS PIC ZZ,ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  RHD-TOTAL PIC ZZ,ZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  RHD-MAS-ANTIGUO PIC X(8).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE FECHA-HOY(1:4) TO ANO-ACTUAL.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM LEER-PARAMETRO.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-GERENTE ORD-DEBIDA ORD-TIPO ORD-ID
               INPUT PROCEDURE IS SOLTAR-PENDIENTES
               OUTPUT PROCEDURE IS ESCRIBIR-ACCIONES.
           PERFORM ESCRIBIR-TOTALES.
           SORT RESUMEN-TRABAJO
               ON DESCENDING KEY RSM-VENCIDOS RSM-TOTAL
               ON ASCENDING KEY RSM-GERENTE
               INPUT PROCEDURE IS SOLTAR-GERENTES
               OUTPUT PROCEDURE IS ESCRIBIR-RESUMEN-RRHH.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Empleados activos revisados: ' TOTAL-EMPLEADOS.
           DISPLAY 'Pendientes: ' TOTAL-ACCIONES
               ' Vencidos: ' TOTAL-VENCIDAS
               ' Gerentes: ' TOTAL-GERENTES.
           DISPLAY 'Lista en acciones_gerentes.txt; hoja de RRHH en '
               'acciones_resumen_rrhh.txt'.
      *    RC 4 si hay aprobaciones pendientes de gente que ya no
      *    esta en el maestro: nadie las va a ver en su lista.
           IF TOTAL-SIN-EMPLEADO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-REGISTRO IS NUMERIC
                           MOVE PARAMETRO-REGISTRO
                               TO DIAS-AVISO-CONTRATO
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

       ABRIR-ARCHIVOS.
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
           OPEN INPUT REVISIONES-ARCHIVO.
           IF REVISIONES-STATUS = '00'
               MOVE 'S' TO HAY-REVISIONES
           END-IF.
           OPEN INPUT RESOLUCION-ARCHIVO.
           IF RESOLUCION-STATUS = '00'
               MOVE 'S' TO HAY-RESOLUCIONES
           END-IF.
           OPEN INPUT FORMACION-ARCHIVO.
           IF FORMACION-STATUS = '00'
               MOVE 'S' TO HAY-FORMACION
           END-IF.
           OPEN OUTPUT ACCIONES-ARCHIVO.
           IF ACCIONES-STATUS NOT = '00'
               DISPLAY 'Error de archivo ACCIONES-ARCHIVO. STATUS ='
                   ACCIONES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RRHH-ARCHIVO.
           IF RRHH-STATUS NOT = '00'
               DISPLAY 'Error de archivo RRHH-ARCHIVO. STATUS ='
                   RRHH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-ACCION.
           WRITE LINEA-ACCION.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REVISIONES-ARCHIVO.
           CLOSE RESOLUCION-ARCHIVO.
           CLOSE FORMACION-ARCHIVO.
           CLOSE ACCIONES-ARCHIVO.
           CLOSE RRHH-ARCHIVO.

      *----------------------------------------------------------------
      *    Entrada del SORT: primero el recorrido del maestro
      *    (revisiones, pruebas, certificaciones y contratos de cada
      *    activo) y despues las tres bandejas de aprobacion, que
      *    leen el maestro por clave para hallar al gerente.
      *----------------------------------------------------------------
       SOLTAR-PENDIENTES.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM LEER-SIGUIENTE.
           PERFORM REVISAR-EMPLEADO UNTIL FIN-DEL-ARCHIVO = '0'.
           PERFORM SOLTAR-LICENCIAS.
           PERFORM SOLTAR-HORAS.
           PERFORM SOLTAR-GASTOS.

       REVISAR-EMPLEADO.
           IF NOT STATUS-INATIVO
               ADD 1 TO TOTAL-EMPLEADOS
               PERFORM REVISAR-REVISION
               PERFORM REVISAR-PRUEBA
               PERFORM REVISAR-CERTIFICACIONES
               PERFORM REVISAR-CONTRATO
           END-IF.
           PERFORM LEER-SIGUIENTE.

      *    Revision del ciclo actual no hecha y debida dentro de la
      *    ventana (o ya pasada), como REPORTE-PENDIENTES de
      *    RevisionesDesempeno-86.
       REVISAR-REVISION.
           MOVE 'N' TO REVISION-HECHA.
           IF HAY-REVISIONES = 'S'
               MOVE EMPLEADOS-ID TO REV-EMPLEADOS-ID
               MOVE ANO-ACTUAL TO REV-CICLO
               READ REVISIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REV-FECHA-REVISION NOT = ZERO
                           MOVE 'S' TO REVISION-HECHA
                       END-IF
               END-READ
           END-IF.
           IF REVISION-HECHA = 'N'
               PERFORM CALCULAR-FECHA-DEBIDA
               IF FECHA-DEBIDA-CALC IS NUMERIC AND
                       FDB-MES >= 1 AND FDB-MES <= 12 AND
                       FDB-DIA >= 1
                   COMPUTE DIAS-PARA-DEBIDA =
                       FUNCTION INTEGER-OF-DATE(FECHA-DEBIDA-CALC) -
                       DIAS-HOY
                   IF DIAS-PARA-DEBIDA <= DIAS-AVISO-REVISION
                       MOVE 'REV' TO ORD-TIPO
                       MOVE FECHA-DEBIDA-CALC TO ORD-DEBIDA
                       MOVE SPACES TO ORD-DETALLE
                       STRING 'Revision de desempeno ' ANO-ACTUAL
                           DELIMITED BY SIZE INTO ORD-DETALLE
                       PERFORM SOLTAR-DEL-EMPLEADO
                       ADD 1 TO TOTAL-REV
                   END-IF
               END-IF
           END-IF.

      *    Aniversario de la contratacion en el ano actual (fecha de
      *    alta para contratistas); el 29 de febrero pasa al 28 en
      *    los anos comunes.
       CALCULAR-FECHA-DEBIDA.
           IF TIPO-PERMANENTE
               MOVE PERM-FECHA-CONTRATACION TO FECHA-DEBIDA-CALC
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-DEBIDA-CALC
           END-IF.
           MOVE ANO-ACTUAL TO FDB-ANO.
           IF FDB-MES = 2 AND FDB-DIA = 29
               IF FUNCTION MOD(FDB-ANO, 400) = 0 OR
                       (FUNCTION MOD(FDB-ANO, 4) = 0 AND
                        FUNCTION MOD(FDB-ANO, 100) NOT = 0)
                   CONTINUE
               ELSE
                   MOVE 28 TO FDB-DIA
               END-IF
           END-IF.

      *    Periodo de prueba sin resolucion (ResolucionProbatoria-88)
      *    que termina dentro de la ventana; el extendido, hasta su
      *    nueva fecha de fin. El ya terminado sin resolucion queda
      *    vencido un tiempo y despues se deja de listar.
       REVISAR-PRUEBA.
           MOVE ZERO TO FECHA-FIN-PRUEBA.
           MOVE 'N' TO SEGUNDO-PERIODO.
           IF EMPLEADOS-DATA-CADASTRO IS NUMERIC AND
                   EMPLEADOS-DATA-CADASTRO NOT = ZERO
               MOVE 'N' TO RESOLUCION-HALLADA
               IF HAY-RESOLUCIONES = 'S'
                   MOVE EMPLEADOS-ID TO PRB-EMPLEADOS-ID
                   READ RESOLUCION-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO RESOLUCION-HALLADA
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN RESOLUCION-HALLADA = 'S' AND
                           (PROBATORIA-CONFIRMADA OR
                            PROBATORIA-TERMINADA)
                       CONTINUE
                   WHEN RESOLUCION-HALLADA = 'S' AND
                           PROBATORIA-EXTENDIDA
                       MOVE PRB-NUEVA-FIN TO FECHA-FIN-PRUEBA
                       MOVE 'S' TO SEGUNDO-PERIODO
                   WHEN OTHER
                       COMPUTE FECHA-FIN-PRUEBA =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE
                                   (EMPLEADOS-DATA-CADASTRO)
                               + DIAS-PROBATORIA)
               END-EVALUATE
           END-IF.
           IF FECHA-FIN-PRUEBA NOT = ZERO
               COMPUTE DIAS-PARA-DEBIDA =
                   FUNCTION INTEGER-OF-DATE(FECHA-FIN-PRUEBA) -
                   DIAS-HOY
               IF DIAS-PARA-DEBIDA <= DIAS-AVISO-PRUEBA AND
                       DIAS-PARA-DEBIDA >= ZERO - DIAS-PRUEBA-ATRASO
                   MOVE 'PRUE' TO ORD-TIPO
                   MOVE FECHA-FIN-PRUEBA TO ORD-DEBIDA
                   IF SEGUNDO-PERIODO = 'S'
                       MOVE 'Resolver 2o periodo de prueba'
                           TO ORD-DETALLE
                   ELSE
                       MOVE 'Resolver periodo de prueba'
                           TO ORD-DETALLE
                   END-IF
                   PERFORM SOLTAR-DEL-EMPLEADO
                   ADD 1 TO TOTAL-PRUE
               END-IF
           END-IF.

      *    Ultima fecha de vencimiento de cada curso del empleado
      *    (clave alterna, como VERIFICAR-CURSO en MatrizFormacion-89);
      *    la que cae dentro de la ventana o ya paso es pendiente.
       REVISAR-CERTIFICACIONES.
           MOVE ZERO TO TOTAL-CURSOS.
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
                       PERFORM GUARDAR-CURSO
                       READ FORMACION-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-FORMACION
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING INDICE-CURSO FROM 1 BY 1
                   UNTIL INDICE-CURSO > TOTAL-CURSOS
               IF TCE-VENCE(INDICE-CURSO) NOT = ZERO
                   COMPUTE DIAS-PARA-DEBIDA =
                       FUNCTION INTEGER-OF-DATE
                           (TCE-VENCE(INDICE-CURSO)) - DIAS-HOY
                   IF DIAS-PARA-DEBIDA <= DIAS-AVISO-CERTIFICACION
                       MOVE 'CERT' TO ORD-TIPO
                       MOVE TCE-VENCE(INDICE-CURSO) TO ORD-DEBIDA
                       MOVE SPACES TO ORD-DETALLE
                       STRING 'Renovar '
                           TCE-DESCRIPCION(INDICE-CURSO)
                           DELIMITED BY SIZE INTO ORD-DETALLE
                       PERFORM SOLTAR-DEL-EMPLEADO
                       ADD 1 TO TOTAL-CERT
                   END-IF
               END-IF
           END-PERFORM.

      *    Un curso sin vencimiento (cero) tapa a los anteriores: ya
      *    no hay nada que renovar.
       GUARDAR-CURSO.
           MOVE ZERO TO CURSO-HALLADO.
           PERFORM VARYING INDICE-CURSO FROM 1 BY 1
                   UNTIL INDICE-CURSO > TOTAL-CURSOS OR
                       CURSO-HALLADO > ZERO
               IF TCE-CURSO(INDICE-CURSO) = FORMACION-CURSO
                   MOVE INDICE-CURSO TO CURSO-HALLADO
               END-IF
           END-PERFORM.
           IF CURSO-HALLADO = ZERO
               IF TOTAL-CURSOS < MAXIMO-CURSOS
                   ADD 1 TO TOTAL-CURSOS
                   MOVE TOTAL-CURSOS TO CURSO-HALLADO
                   MOVE FORMACION-CURSO TO TCE-CURSO(CURSO-HALLADO)
                   MOVE FORMACION-DESCRIPCION
                       TO TCE-DESCRIPCION(CURSO-HALLADO)
                   MOVE FORMACION-FECHA-VENCE
                       TO TCE-VENCE(CURSO-HALLADO)
               END-IF
           ELSE
               IF TCE-VENCE(CURSO-HALLADO) NOT = ZERO
                   IF FORMACION-FECHA-VENCE = ZERO OR
                           FORMACION-FECHA-VENCE >
                               TCE-VENCE(CURSO-HALLADO)
                       MOVE FORMACION-FECHA-VENCE
                           TO TCE-VENCE(CURSO-HALLADO)
                   END-IF
               END-IF
           END-IF.

      *    Contratista cuyo contrato termina dentro de la ventana; el
      *    ya vencido que sigue activo (la baja automatica no ha
      *    corrido) sale vencido.
       REVISAR-CONTRATO.
           IF TIPO-CONTRATISTA AND
                   CONT-FECHA-FIN-CONTRATO IS NUMERIC AND
                   CONT-FECHA-FIN-CONTRATO NOT = ZERO
               COMPUTE DIAS-PARA-DEBIDA =
                   FUNCTION INTEGER-OF-DATE(CONT-FECHA-FIN-CONTRATO)
                   - DIAS-HOY
               IF DIAS-PARA-DEBIDA <= DIAS-AVISO-CONTRATO
                   MOVE 'CONT' TO ORD-TIPO
                   MOVE CONT-FECHA-FIN-CONTRATO TO ORD-DEBIDA
                   MOVE SPACES TO ORD-DETALLE
                   STRING 'Fin de contrato ' CONT-AGENCIA
                       DELIMITED BY SIZE INTO ORD-DETALLE
                   PERFORM SOLTAR-DEL-EMPLEADO
                   ADD 1 TO TOTAL-CONT
               END-IF
           END-IF.

      *    Solicitudes de licencia pendientes: se deben decidir antes
      *    de que empiece la licencia.
       SOLTAR-LICENCIAS.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '00'
               MOVE LOW-VALUES TO SOL-ID
               MOVE 'N' TO FIN-SOLICITUDES
               START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-SOLICITUDES
               END-START
               PERFORM UNTIL FIN-SOLICITUDES = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SOLICITUDES
                       NOT AT END
                           IF SOLICITUD-PENDIENTE
                               PERFORM SOLTAR-LICENCIA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOLICITUDES-ARCHIVO.

       SOLTAR-LICENCIA.
           MOVE SOL-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE 'LIC' TO ORD-TIPO.
           MOVE SOL-FECHA-DESDE TO ORD-DEBIDA.
           MOVE SPACES TO ORD-DETALLE.
           IF SOL-TIPO = SPACES
               MOVE 'VAC' TO SOL-TIPO
           END-IF.
           STRING 'Aprobar licencia ' SOL-TIPO ' ' SOL-DIAS ' dias'
               DELIMITED BY SIZE INTO ORD-DETALLE.
           PERFORM SOLTAR-POR-CLAVE.
           ADD 1 TO TOTAL-LIC.

      *    Hojas de horas pendientes: se deben aprobar a mas tardar
      *    DIAS-PLAZO-APROBACION dias despues de la semana.
       SOLTAR-HORAS.
           OPEN INPUT HORAS-ARCHIVO.
           IF HORAS-STATUS = '00'
               MOVE 'N' TO FIN-HORAS
               PERFORM UNTIL FIN-HORAS = 'S'
                   READ HORAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-HORAS
                       NOT AT END
                           IF HORAS-PENDIENTES AND
                                   HORAS-SEMANA IS NUMERIC AND
                                   HORAS-SEMANA NOT = ZERO
                               PERFORM SOLTAR-HOJA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HORAS-ARCHIVO.

       SOLTAR-HOJA.
           MOVE HORAS-ID TO EMPLEADOS-ID.
           MOVE 'HORA' TO ORD-TIPO.
           COMPUTE ORD-DEBIDA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HORAS-SEMANA)
               + DIAS-PLAZO-APROBACION).
           MOVE SPACES TO ORD-DETALLE.
           STRING 'Aprobar horas semana ' HORAS-SEMANA
               DELIMITED BY SIZE INTO ORD-DETALLE.
           PERFORM SOLTAR-POR-CLAVE.
           ADD 1 TO TOTAL-HORA.

      *    Gastos pendientes de aprobacion del gerente directo, con el
      *    mismo plazo que las hojas de horas.
       SOLTAR-GASTOS.
           OPEN INPUT GASTOS-ARCHIVO.
           IF GASTOS-STATUS NOT = '00' AND
                   GASTOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo GASTOS-ARCHIVO. STATUS ='
                   GASTOS-STATUS
           END-IF.
           IF GASTOS-STATUS = '00'
               MOVE LOW-VALUES TO SGA-FOLIO
               MOVE 'N' TO FIN-GASTOS
               START GASTOS-ARCHIVO KEY IS NOT LESS THAN SGA-FOLIO
                   INVALID KEY
                       MOVE 'S' TO FIN-GASTOS
               END-START
               PERFORM UNTIL FIN-GASTOS = 'S'
                   READ GASTOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-GASTOS
                       NOT AT END
                           IF SGA-PENDIENTE
                               PERFORM SOLTAR-GASTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GASTOS-ARCHIVO.

       SOLTAR-GASTO.
           MOVE SGA-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE 'GAST' TO ORD-TIPO.
           COMPUTE ORD-DEBIDA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SGA-FECHA)
               + DIAS-PLAZO-APROBACION).
           MOVE SPACES TO ORD-DETALLE.
           STRING 'Aprobar gastos folio ' SGA-FOLIO
               DELIMITED BY SIZE INTO ORD-DETALLE.
           PERFORM SOLTAR-POR-CLAVE.
           ADD 1 TO TOTAL-GAST.

      *    Renglon de una bandeja de aprobacion: el gerente sale del
      *    maestro leido por clave; si la persona ya no existe el
      *    renglon va al grupo sin gerente y la corrida termina en
      *    RC 4.
       SOLTAR-POR-CLAVE.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO TOTAL-SIN-EMPLEADO
                   MOVE ZERO TO ORD-GERENTE
                   MOVE EMPLEADOS-ID TO ORD-ID
                   MOVE '(no existe)' TO ORD-NOMBRE
                   MOVE SPACES TO ORD-APELLIDOS
                   PERFORM SOLTAR-RENGLON
               NOT INVALID KEY
                   PERFORM SOLTAR-DEL-EMPLEADO
           END-READ.

       SOLTAR-DEL-EMPLEADO.
           MOVE EMPLEADOS-GERENTE-ID TO ORD-GERENTE.
           MOVE EMPLEADOS-ID TO ORD-ID.
           MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS.
           PERFORM SOLTAR-RENGLON.

       SOLTAR-RENGLON.
           IF ORD-DEBIDA < FECHA-HOY
               MOVE 'S' TO ORD-VENCIDO
           ELSE
               MOVE 'N' TO ORD-VENCIDO
           END-IF.
           RELEASE ORD-REGISTRO.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por gerente, con pie de cantidades
      *    que tambien se guardan para la hoja de RRHH.
      *----------------------------------------------------------------
       ESCRIBIR-ACCIONES.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM ESCRIBIR-UNA-ACCION
               END-RETURN
           END-PERFORM.
           IF PRIMER-GRUPO = 'N'
               PERFORM CERRAR-GRUPO
           END-IF.

       ESCRIBIR-UNA-ACCION.
           IF PRIMER-GRUPO = 'S' OR ORD-GERENTE NOT = GERENTE-ANTERIOR
               IF PRIMER-GRUPO = 'N'
                   PERFORM CERRAR-GRUPO
               END-IF
               PERFORM ESCRIBIR-GERENTE
           END-IF.
           IF ORD-VENCIDO = 'S'
               MOVE '** VENCIDO' TO DET-MARCA
               ADD 1 TO GRUPO-VENCIDOS
               ADD 1 TO TOTAL-VENCIDAS
               IF GRUPO-MAS-ANTIGUO = ZERO OR
                       ORD-DEBIDA < GRUPO-MAS-ANTIGUO
                   MOVE ORD-DEBIDA TO GRUPO-MAS-ANTIGUO
               END-IF
           ELSE
               MOVE SPACES TO DET-MARCA
           END-IF.
           MOVE ORD-DEBIDA TO DET-DEBIDA.
           MOVE ORD-TIPO TO DET-TIPO.
           MOVE ORD-ID TO DET-ID.
           MOVE ORD-NOMBRE TO DET-NOMBRE.
           MOVE ORD-APELLIDOS TO DET-APELLIDOS.
           MOVE ORD-DETALLE TO DET-DETALLE.
           MOVE LINEA-DETALLE TO LINEA-ACCION.
           WRITE LINEA-ACCION.
           ADD 1 TO GRUPO-TOTAL.
           ADD 1 TO TOTAL-ACCIONES.

       ESCRIBIR-GERENTE.
           MOVE 'N' TO PRIMER-GRUPO.
           MOVE ORD-GERENTE TO GERENTE-ANTERIOR.
           MOVE ZERO TO GRUPO-TOTAL.
           MOVE ZERO TO GRUPO-VENCIDOS.
           MOVE ZERO TO GRUPO-MAS-ANTIGUO.
           MOVE ORD-GERENTE TO GER-ID.
           PERFORM RESOLVER-GERENTE.
           MOVE SPACES TO LINEA-ACCION.
           WRITE LINEA-ACCION.
           MOVE LINEA-GERENTE TO LINEA-ACCION.
           WRITE LINEA-ACCION.

       RESOLVER-GERENTE.
           MOVE SPACES TO GER-NOMBRE GER-APELLIDOS.
           IF GER-ID = ZERO
               MOVE '(sin gerente)' TO GER-NOMBRE
           ELSE
               MOVE GER-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE '(no existe)' TO GER-NOMBRE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE TO GER-NOMBRE
                       MOVE EMPLEADOS-APELLIDOS TO GER-APELLIDOS
               END-READ
           END-IF.

       CERRAR-GRUPO.
           MOVE GRUPO-TOTAL TO PIE-TOTAL.
           MOVE GRUPO-VENCIDOS TO PIE-VENCIDOS.
           MOVE LINEA-PIE-GERENTE TO LINEA-ACCION.
           WRITE LINEA-ACCION.
           IF TOTAL-GERENTES < MAXIMO-GERENTES
               ADD 1 TO TOTAL-GERENTES
               MOVE GERENTE-ANTERIOR TO TGE-GERENTE(TOTAL-GERENTES)
               MOVE GRUPO-TOTAL TO TGE-TOTAL(TOTAL-GERENTES)
               MOVE GRUPO-VENCIDOS TO TGE-VENCIDOS(TOTAL-GERENTES)
               MOVE GRUPO-MAS-ANTIGUO
                   TO TGE-MAS-ANTIGUO(TOTAL-GERENTES)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-GERENTES
                   ' gerentes; el ' GERENTE-ANTERIOR
                   ' no entra a la hoja de RRHH.'
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-ACCION.
           WRITE LINEA-ACCION.
           MOVE 'Revisiones de desempeno' TO TOT-TEXTO.
           MOVE TOTAL-REV TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Periodos de prueba' TO TOT-TEXTO.
           MOVE TOTAL-PRUE TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Certificaciones' TO TOT-TEXTO.
           MOVE TOTAL-CERT TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Contratos por terminar' TO TOT-TEXTO.
           MOVE TOTAL-CONT TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Licencias por aprobar' TO TOT-TEXTO.
           MOVE TOTAL-LIC TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Hojas de horas por aprobar' TO TOT-TEXTO.
           MOVE TOTAL-HORA TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Gastos por aprobar' TO TOT-TEXTO.
           MOVE TOTAL-GAST TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'Total de pendientes' TO TOT-TEXTO.
           MOVE TOTAL-ACCIONES TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           MOVE 'De ellos vencidos' TO TOT-TEXTO.
           MOVE TOTAL-VENCIDAS TO TOT-CANTIDAD.
           PERFORM ESCRIBIR-UN-TOTAL.
           IF TOTAL-SIN-EMPLEADO > ZERO
               MOVE 'Pendientes sin empleado en el maestro'
                   TO TOT-TEXTO
               MOVE TOTAL-SIN-EMPLEADO TO TOT-CANTIDAD
               PERFORM ESCRIBIR-UN-TOTAL
           END-IF.

       ESCRIBIR-UN-TOTAL.
           MOVE LINEA-TOTAL TO LINEA-ACCION.
           WRITE LINEA-ACCION.

      *----------------------------------------------------------------
      *    Hoja de RRHH: los gerentes de la tabla, del que carga mas
      *    pendientes vencidos al que menos.
      *----------------------------------------------------------------
       SOLTAR-GERENTES.
           PERFORM VARYING INDICE-GERENTE FROM 1 BY 1
                   UNTIL INDICE-GERENTE > TOTAL-GERENTES
               MOVE TGE-GERENTE(INDICE-GERENTE) TO RSM-GERENTE
               MOVE TGE-TOTAL(INDICE-GERENTE) TO RSM-TOTAL
               MOVE TGE-VENCIDOS(INDICE-GERENTE) TO RSM-VENCIDOS
               MOVE TGE-MAS-ANTIGUO(INDICE-GERENTE) TO RSM-MAS-ANTIGUO
               RELEASE RSM-REGISTRO
           END-PERFORM.

       ESCRIBIR-RESUMEN-RRHH.
           MOVE FECHA-HOY TO TRH-FECHA.
           MOVE LINEA-TITULO-RRHH TO LINEA-RRHH.
           WRITE LINEA-RRHH.
           MOVE SPACES TO LINEA-RRHH.
           WRITE LINEA-RRHH.
           MOVE LINEA-ENCABEZADO-RRHH TO LINEA-RRHH.
           WRITE LINEA-RRHH.
           PERFORM UNTIL FIN-RESUMEN = 'S'
               RETURN RESUMEN-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-RESUMEN
                   NOT AT END
                       PERFORM ESCRIBIR-RENGLON-RRHH
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO LINEA-RRHH.
           WRITE LINEA-RRHH.
           MOVE SPACES TO LINEA-RRHH.
           STRING 'Gerentes con pendientes: ' TOTAL-GERENTES
               '  pendientes: ' TOTAL-ACCIONES
               '  vencidos: ' TOTAL-VENCIDAS
               DELIMITED BY SIZE INTO LINEA-RRHH.
           WRITE LINEA-RRHH.

       ESCRIBIR-RENGLON-RRHH.
           MOVE RSM-GERENTE TO GER-ID.
           PERFORM RESOLVER-GERENTE.
           MOVE RSM-GERENTE TO RHD-GERENTE.
           MOVE GER-NOMBRE TO RHD-NOMBRE.
           MOVE GER-APELLIDOS TO RHD-APELLIDOS.
           MOVE RSM-VENCIDOS TO RHD-VENCIDOS.
           MOVE RSM-TOTAL TO RHD-TOTAL.
           IF RSM-MAS-ANTIGUO = ZERO
               MOVE SPACES TO RHD-MAS-ANTIGUO
           ELSE
               MOVE RSM-MAS-ANTIGUO TO RHD-MAS-ANTIGUO
           END-IF.
           MOVE LINEA-RRHH-DET TO LINEA-RRHH.
           WRITE LINEA-RRHH.

       LEER-SIGUIENTE.
           IF FIN-DEL-ARCHIVO NOT = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
               END-READ
           END-IF.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ACCIONES-GERENTES' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-EMPLEADOS TO RUN-LEIDOS
               MOVE TOTAL-ACCIONES TO RUN-ESCRITOS
               MOVE TOTAL-SIN-EMPLEADO TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ACCIONES-GERENTES.
