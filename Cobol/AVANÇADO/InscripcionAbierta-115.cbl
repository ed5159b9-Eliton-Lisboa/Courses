      ******************************************************************
      * Author:
      * Date:
      * Purpose: Inscripcion anual abierta de beneficios, en dos
      *          pasadas como RevisionSalarial-26. La pasada de CARGA
      *          lee elecciones_beneficios.txt (un renglon por
      *          empleado y plan: ID, plan y nivel I/F, o N para
      *          dejar el plan), valida cada eleccion (empleado
      *          activo, plan existente, elegibilidad por
      *          EMPLEADOS-TIPO y, para el nivel familiar,
      *          dependientes en dependientes.dat) y deja las
      *          aceptadas pendientes en elecciones_pendientes.dat con
      *          su fecha efectiva, mas un reporte de rechazos. La
      *          pasada de APLICACION, llegada la fecha efectiva,
      *          termina en un solo lote las inscripciones viejas de
      *          inscripciones_beneficios.dat (quedan en
      *          inscripciones_historia.dat con su fecha de fin) y da
      *          de alta las nuevas; imprime una confirmacion por
      *          empleado y la lista de quienes no eligieron y siguen
      *          con lo que tenian.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCRIPCION-ABIERTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

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

           SELECT OPTIONAL DEPENDIENTES-ARCHIVO
           ASSIGN TO 'dependientes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPENDIENTES-STATUS.

      *    Archivo que entrega RRHH con las elecciones del periodo.
           SELECT OPTIONAL ELECCIONES-ARCHIVO
           ASSIGN TO 'elecciones_beneficios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELECCIONES-STATUS.

           SELECT OPTIONAL PENDIENTES-ARCHIVO
           ASSIGN TO 'elecciones_pendientes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT OPTIONAL HISTORIA-BEN-ARCHIVO
           ASSIGN TO 'inscripciones_historia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORIA-BEN-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'elecciones_validacion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

           SELECT CONFIRMACION-ARCHIVO
           ASSIGN TO 'confirmaciones_inscripcion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIRMACION-STATUS.

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
                   88  BEN-NIVEL-INDIVIDUAL VALUE 'I'.
                   88  BEN-NIVEL-FAMILIAR VALUE 'F'.
               05  BEN-FECHA-ALTA PIC 9(8).

       FD  DEPENDIENTES-ARCHIVO.
           01  DEPENDIENTES-REGISTRO.
               05  DEP-EMPLEADOS-ID PIC 9(6).
               05  DEP-PLAN PIC X(4).
               05  DEP-NOMBRE PIC X(25).
               05  DEP-NACIMIENTO PIC 9(8).
               05  DEP-PARENTESCO PIC X(15).

       FD  ELECCIONES-ARCHIVO.
           01  ELECCIONES-REGISTRO.
               05  ELE-EMPLEADOS-ID PIC X(6).
               05  ELE-PLAN PIC X(4).
               05  ELE-NIVEL PIC X.
      *            'I' = individual, 'F' = familiar, 'N' = deja el plan

       FD  PENDIENTES-ARCHIVO.
           01  PENDIENTES-REGISTRO.
               05  PEN-EMPLEADOS-ID PIC 9(6).
               05  PEN-PLAN PIC X(4).
               05  PEN-NIVEL PIC X.
               05  PEN-FECHA-EFECTIVA PIC 9(8).
               05  PEN-FECHA-CARGA PIC 9(8).

      *    Inscripciones terminadas: la fila tal como estaba mas la
      *    fecha en que dejo de cubrir y el motivo.
       FD  HISTORIA-BEN-ARCHIVO.
           01  HISTORIA-BEN-REGISTRO.
               05  HBE-EMPLEADOS-ID PIC 9(6).
               05  HBE-PLAN PIC X(4).
               05  HBE-NIVEL PIC X.
               05  HBE-FECHA-ALTA PIC 9(8).
               05  HBE-FECHA-FIN PIC 9(8).
               05  HBE-MOTIVO PIC X(10).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(80).

       FD  CONFIRMACION-ARCHIVO.
           01  LINEA-CONFIRMACION PIC X(90).

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
           01  LOG-LEIDOS PIC 9(6) VALUE ZERO.
           01  LOG-ESCRITOS PIC 9(6) VALUE ZERO.
           01  LOG-RECHAZADOS PIC 9(6) VALUE ZERO.
           01  EMPLEADOS-STATUS PIC XX.
           01  PLANES-STATUS PIC XX.
           01  INS-BEN-STATUS PIC XX.
           01  DEPENDIENTES-STATUS PIC XX.
           01  ELECCIONES-STATUS PIC XX.
           01  PENDIENTES-STATUS PIC XX.
           01  HISTORIA-BEN-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  CONFIRMACION-STATUS PIC XX.

           01  MODO-CORRIDA PIC X.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-EFECTIVA PIC 9(8).
           01  FECHA-FIN-ANTERIOR PIC 9(8).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  FECHA-TXT PIC X(36)
               VALUE 'Fecha efectiva de las elecciones: '.

           01  FIN-PLANES PIC X.
           01  FIN-INS-BEN PIC X.
           01  FIN-DEPENDIENTES PIC X.
           01  FIN-ELECCIONES PIC X.
           01  FIN-PENDIENTES PIC X.
           01  EMPLEADO-VALIDO PIC X.
           01  MOTIVO-RECHAZO PIC X(30).
           01  NIVEL-ELEGIDO PIC X.
           01  DEPENDIENTES-EN-ARCHIVO PIC 9(3).
           01  DEPENDIENTES-DEL-PLAN PIC 9(3).

           01  MAXIMO-PLANES PIC 9(3) VALUE 100.
           01  TOTAL-PLANES PIC 9(3) VALUE ZERO.
           01  INDICE-PLAN PIC 9(3).
           01  PLAN-HALLADO PIC 9(3).
           01  TABLA-PLANES.
               05  PLAN-ENTRADA OCCURS 100 TIMES.
                   10  TPL-CODIGO PIC X(4).
                   10  TPL-DESCRIPCION PIC X(30).
                   10  TPL-PRIMA PIC 9(7)V99.
                   10  TPL-ELEGIBLE PIC X.
                       88  TPL-ELEGIBLE-PERM VALUE 'P' 'A'.
                       88  TPL-ELEGIBLE-CONT VALUE 'C' 'A'.

      *    Elecciones aceptadas en la carga (para rechazar renglones
      *    repetidos) o leidas de pendientes en la aplicacion.
           01  MAXIMO-ELECCIONES PIC 9(4) VALUE 5000.
           01  TOTAL-ELECCIONES PIC 9(4) VALUE ZERO.
           01  INDICE-ELECCION PIC 9(4).
           01  INDICE-OTRA PIC 9(4).
           01  INDICE-BUSQUEDA PIC 9(4).
           01  ELECCION-HALLADA PIC 9(4).
           01  TABLA-ELECCIONES.
               05  ELECCION-ENTRADA OCCURS 5000 TIMES.
                   10  TEL-EMPLEADOS-ID PIC 9(6).
                   10  TEL-PLAN PIC X(4).
                   10  TEL-NIVEL PIC X.

      *    Inscripciones del empleado que no eligio de nuevo.
           01  TOTAL-CERRAR PIC 9(3).
           01  INDICE-CERRAR PIC 9(3).
           01  TABLA-CERRAR.
               05  CERRAR-ENTRADA OCCURS 50 TIMES.
                   10  TCE-PLAN PIC X(4).

      *    Dependientes del empleado en otros planes, para pasarlos
      *    al plan nuevo cuando elige nivel familiar.
           01  TOTAL-TRASLADO PIC 9(3).
           01  INDICE-TRASLADO PIC 9(3).
           01  TRASLADO-REPETIDO PIC X.
           01  TABLA-TRASLADO.
               05  TRASLADO-ENTRADA OCCURS 20 TIMES.
                   10  TTR-NOMBRE PIC X(25).
                   10  TTR-NACIMIENTO PIC 9(8).
                   10  TTR-PARENTESCO PIC X(15).

           01  EMPLEADO-ACTUAL PIC 9(6).
           01  ID-ANTERIOR PIC 9(6).
           01  ACCION-INSCRIPCION PIC X(12).
           01  PRIMA-EFECTIVA PIC 9(7)V99.
           01  PRIMA-EMPLEADO PIC 9(9)V99.

           01  ELECCIONES-LEIDAS PIC 9(6) VALUE ZERO.
           01  ELECCIONES-ACEPTADAS PIC 9(6) VALUE ZERO.
           01  ELECCIONES-RECHAZADAS PIC 9(6) VALUE ZERO.
           01  EMPLEADOS-CONFIRMADOS PIC 9(6) VALUE ZERO.
           01  EMPLEADOS-OMITIDOS PIC 9(6) VALUE ZERO.
           01  EMPLEADOS-SIN-ELECCION PIC 9(6) VALUE ZERO.
           01  INSCRIPCIONES-NUEVAS PIC 9(6) VALUE ZERO.
           01  INSCRIPCIONES-CAMBIADAS PIC 9(6) VALUE ZERO.
           01  INSCRIPCIONES-TERMINADAS PIC 9(6) VALUE ZERO.
           01  DEPENDIENTES-TRASLADADOS PIC 9(6) VALUE ZERO.

           01  LINEA-RECHAZO.
               05  RCH-ID PIC X(6).
               05  FILLER PIC X VALUE SPACE.
               05  RCH-PLAN PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  RCH-NIVEL PIC X.
               05  FILLER PIC X(3) VALUE ' - '.
               05  RCH-MOTIVO PIC X(30).

           01  LINEA-CONF-CABECERA.
               05  FILLER PIC X(36)
                   VALUE 'CONFIRMACION DE INSCRIPCION ANUAL  '.
               05  FILLER PIC X(10) VALUE 'efectiva: '.
               05  CNF-FECHA PIC 9(8).
           01  LINEA-CONF-EMPLEADO.
               05  FILLER PIC X(10) VALUE 'Empleado: '.
               05  CNF-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  CNF-NOMBRE PIC X(61).
           01  LINEA-CONF-PLAN.
               05  FILLER PIC X(2) VALUE SPACES.
               05  CNF-PLAN PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  CNF-DESCRIPCION PIC X(30).
               05  FILLER PIC X(7) VALUE ' nivel='.
               05  CNF-NIVEL PIC X.
               05  FILLER PIC X(8) VALUE '  prima='.
               05  CNF-PRIMA PIC ZZZ,ZZ9.99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  CNF-ACCION PIC X(12).
           01  LINEA-CONF-TOTAL.
               05  FILLER PIC X(29)
                   VALUE '  Prima total por periodo:  '.
               05  CNF-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           01  LINEA-CONF-TRASLADO.
               05  FILLER PIC X(28)
                   VALUE '  Dependientes pasados al '.
               05  FILLER PIC X(6) VALUE 'plan: '.
               05  CNF-TRASLADO-PLAN PIC X(4).
               05  FILLER PIC X(3) VALUE ' = '.
               05  CNF-TRASLADO-CANT PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY 'Modo de corrida (C=cargar elecciones, '
               'A=aplicar):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'C'
                   PERFORM CORRIDA-CARGA
               WHEN 'A'
                   PERFORM CORRIDA-APLICACION
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

      *----------------------------------------------------------------
      *    Pasada 1: valida las elecciones y las deja pendientes, sin
      *    tocar las inscripciones.
      *----------------------------------------------------------------
       CORRIDA-CARGA.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-EFECTIVA UNTIL FECHA-VALIDA = 'S'.
           PERFORM CARGAR-PLANES.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN INPUT ELECCIONES-ARCHIVO.
           IF ELECCIONES-STATUS = '05' OR ELECCIONES-STATUS = '35'
               DISPLAY 'No existe elecciones_beneficios.txt; nada '
                   'que cargar.'
               CLOSE ELECCIONES-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS NOT = '00'
               DISPLAY 'Error de archivo PENDIENTES. STATUS ='
                   PENDIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           MOVE 'ELECCIONES RECHAZADAS (ID PLAN NIVEL - MOTIVO)'
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'N' TO FIN-ELECCIONES.
           PERFORM UNTIL FIN-ELECCIONES = 'S'
               READ ELECCIONES-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-ELECCIONES
                   NOT AT END
                       ADD 1 TO ELECCIONES-LEIDAS
                       PERFORM VALIDAR-ELECCION
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING 'Leidas: ' ELECCIONES-LEIDAS
                  '  aceptadas: ' ELECCIONES-ACEPTADAS
                  '  rechazadas: ' ELECCIONES-RECHAZADAS
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE ELECCIONES-ARCHIVO.
           CLOSE PENDIENTES-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY 'Elecciones aceptadas: ' ELECCIONES-ACEPTADAS
               ' rechazadas: ' ELECCIONES-RECHAZADAS.
           DISPLAY 'Rechazos en elecciones_validacion.txt; el '
               FECHA-EFECTIVA ' o despues, corra en modo A.'.
           IF ELECCIONES-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE ELECCIONES-LEIDAS TO LOG-LEIDOS.
           MOVE ELECCIONES-ACEPTADAS TO LOG-ESCRITOS.
           MOVE ELECCIONES-RECHAZADAS TO LOG-RECHAZADOS.
           PERFORM REGISTRAR-RUN-LOG.

       OBTENER-FECHA-EFECTIVA.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EFECTIVA
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-EFECTIVA) = 0
                       AND FECHA-EFECTIVA > FECHA-HOY
                   MOVE 'S' TO FECHA-VALIDA
               ELSE
                   DISPLAY 'La fecha debe ser valida y posterior a '
                       'hoy.'
               END-IF
           ELSE
               DISPLAY 'Fecha invalida: use AAAAMMDD.'
           END-IF.

       VERIFICAR-ESTADO-EMPLEADOS.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CARGAR-PLANES.
           OPEN INPUT PLANES-ARCHIVO.
           IF PLANES-STATUS = '05' OR PLANES-STATUS = '35'
               DISPLAY 'No existe planes_beneficios.dat; capture '
                   'los planes en PLANES-BENEFICIOS.'
               CLOSE PLANES-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO FIN-PLANES.
           PERFORM UNTIL FIN-PLANES = 'S'
               READ PLANES-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-PLANES
                   NOT AT END
                       IF TOTAL-PLANES < MAXIMO-PLANES
                           ADD 1 TO TOTAL-PLANES
                           MOVE PLAN-CODIGO
                               TO TPL-CODIGO(TOTAL-PLANES)
                           MOVE PLAN-DESCRIPCION
                               TO TPL-DESCRIPCION(TOTAL-PLANES)
                           MOVE PLAN-PRIMA TO TPL-PRIMA(TOTAL-PLANES)
                           MOVE PLAN-ELEGIBLE
                               TO TPL-ELEGIBLE(TOTAL-PLANES)
                       ELSE
                           DISPLAY 'Aviso: mas de ' MAXIMO-PLANES
                               ' planes; ' PLAN-CODIGO ' queda fuera.'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLANES-ARCHIVO.

       BUSCAR-PLAN.
           MOVE ZERO TO PLAN-HALLADO.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES OR
                       PLAN-HALLADO > ZERO
               IF TPL-CODIGO(INDICE-PLAN) = BEN-PLAN
                   MOVE INDICE-PLAN TO PLAN-HALLADO
               END-IF
           END-PERFORM.

      *    Mismos criterios que INSCRIBIR-EMPLEADO en
      *    PlanesBeneficios-84, mas dependientes para el nivel F.
       VALIDAR-ELECCION.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE FUNCTION UPPER-CASE(ELE-NIVEL) TO NIVEL-ELEGIDO.
           MOVE ELE-PLAN TO BEN-PLAN.
           PERFORM BUSCAR-PLAN.
           EVALUATE TRUE
               WHEN ELE-EMPLEADOS-ID IS NOT NUMERIC
                   MOVE 'ID de empleado invalido' TO MOTIVO-RECHAZO
               WHEN PLAN-HALLADO = ZERO
                   MOVE 'Plan inexistente' TO MOTIVO-RECHAZO
               WHEN NIVEL-ELEGIDO NOT = 'I' AND
                       NIVEL-ELEGIDO NOT = 'F' AND
                       NIVEL-ELEGIDO NOT = 'N'
                   MOVE 'Nivel invalido (I, F o N)' TO MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM VALIDAR-EMPLEADO-ELECCION
           END-EVALUATE.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM ACEPTAR-ELECCION
           ELSE
               MOVE ELE-EMPLEADOS-ID TO RCH-ID
               MOVE ELE-PLAN TO RCH-PLAN
               MOVE ELE-NIVEL TO RCH-NIVEL
               MOVE MOTIVO-RECHAZO TO RCH-MOTIVO
               MOVE LINEA-RECHAZO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO ELECCIONES-RECHAZADAS
           END-IF.

       VALIDAR-EMPLEADO-ELECCION.
           MOVE ELE-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE 'N' TO EMPLEADO-VALIDO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'Empleado inexistente' TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE 'S' TO EMPLEADO-VALIDO
           END-READ.
           IF EMPLEADO-VALIDO = 'S'
               EVALUATE TRUE
                   WHEN STATUS-INATIVO
                       MOVE 'Empleado inactivo' TO MOTIVO-RECHAZO
                   WHEN NIVEL-ELEGIDO NOT = 'N' AND
                           TIPO-PERMANENTE AND
                           NOT TPL-ELEGIBLE-PERM(PLAN-HALLADO)
                       MOVE 'No elegible (permanente)'
                           TO MOTIVO-RECHAZO
                   WHEN NIVEL-ELEGIDO NOT = 'N' AND
                           TIPO-CONTRATISTA AND
                           NOT TPL-ELEGIBLE-CONT(PLAN-HALLADO)
                       MOVE 'No elegible (contratista)'
                           TO MOTIVO-RECHAZO
                   WHEN OTHER
                       PERFORM VALIDAR-REPETIDA
               END-EVALUATE
           END-IF.
           IF MOTIVO-RECHAZO = SPACES AND NIVEL-ELEGIDO = 'F'
               PERFORM CONTAR-DEPENDIENTES
               IF DEPENDIENTES-EN-ARCHIVO = ZERO
                   MOVE 'Familiar sin dependientes' TO MOTIVO-RECHAZO
               END-IF
           END-IF.

       VALIDAR-REPETIDA.
           MOVE ZERO TO ELECCION-HALLADA.
           PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                   UNTIL INDICE-BUSQUEDA > TOTAL-ELECCIONES OR
                       ELECCION-HALLADA > ZERO
               IF TEL-EMPLEADOS-ID(INDICE-BUSQUEDA) = EMPLEADOS-ID AND
                       TEL-PLAN(INDICE-BUSQUEDA) = ELE-PLAN
                   MOVE INDICE-BUSQUEDA TO ELECCION-HALLADA
               END-IF
           END-PERFORM.
           IF ELECCION-HALLADA > ZERO
               MOVE 'Eleccion repetida' TO MOTIVO-RECHAZO
           END-IF.

      *    Dependientes del empleado en cualquier plan: al aplicar se
      *    pasan al plan elegido si ahi todavia no tiene.
       CONTAR-DEPENDIENTES.
           MOVE ZERO TO DEPENDIENTES-EN-ARCHIVO.
           OPEN INPUT DEPENDIENTES-ARCHIVO.
           IF DEPENDIENTES-STATUS = '05' OR DEPENDIENTES-STATUS = '35'
               CLOSE DEPENDIENTES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-DEPENDIENTES
               PERFORM UNTIL FIN-DEPENDIENTES = 'S'
                   READ DEPENDIENTES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEPENDIENTES
                       NOT AT END
                           IF DEP-EMPLEADOS-ID = EMPLEADOS-ID
                               ADD 1 TO DEPENDIENTES-EN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDIENTES-ARCHIVO
           END-IF.

       ACEPTAR-ELECCION.
           IF TOTAL-ELECCIONES < MAXIMO-ELECCIONES
               ADD 1 TO TOTAL-ELECCIONES
               MOVE EMPLEADOS-ID TO TEL-EMPLEADOS-ID(TOTAL-ELECCIONES)
               MOVE ELE-PLAN TO TEL-PLAN(TOTAL-ELECCIONES)
               MOVE NIVEL-ELEGIDO TO TEL-NIVEL(TOTAL-ELECCIONES)
               MOVE EMPLEADOS-ID TO PEN-EMPLEADOS-ID
               MOVE ELE-PLAN TO PEN-PLAN
               MOVE NIVEL-ELEGIDO TO PEN-NIVEL
               MOVE FECHA-EFECTIVA TO PEN-FECHA-EFECTIVA
               MOVE FECHA-HOY TO PEN-FECHA-CARGA
               WRITE PENDIENTES-REGISTRO
               ADD 1 TO ELECCIONES-ACEPTADAS
           ELSE
               MOVE EMPLEADOS-ID TO RCH-ID
               MOVE ELE-PLAN TO RCH-PLAN
               MOVE ELE-NIVEL TO RCH-NIVEL
               MOVE 'Tabla de elecciones llena' TO RCH-MOTIVO
               MOVE LINEA-RECHAZO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO ELECCIONES-RECHAZADAS
           END-IF.

      *----------------------------------------------------------------
      *    Pasada 2: llegada la fecha efectiva, cambia las
      *    inscripciones en un solo lote.
      *----------------------------------------------------------------
       CORRIDA-APLICACION.
           PERFORM CARGAR-PLANES.
           PERFORM CARGAR-PENDIENTES.
           IF TOTAL-ELECCIONES = ZERO
               DISPLAY 'No hay elecciones pendientes; corra primero '
                   'el modo C.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FECHA-EFECTIVA > FECHA-HOY
               DISPLAY 'Las elecciones son efectivas el '
                   FECHA-EFECTIVA '; todavia no se aplican.'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE FECHA-FIN-ANTERIOR = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-EFECTIVA) - 1).
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN I-O INS-BEN-ARCHIVO.
           IF INS-BEN-STATUS = '35' OR INS-BEN-STATUS = '05'
               OPEN OUTPUT INS-BEN-ARCHIVO
               CLOSE INS-BEN-ARCHIVO
               OPEN I-O INS-BEN-ARCHIVO
           END-IF.
           IF INS-BEN-STATUS NOT = '00' AND INS-BEN-STATUS NOT = '05'
               DISPLAY 'Error de archivo INS-BEN. STATUS ='
                   INS-BEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND HISTORIA-BEN-ARCHIVO.
           IF HISTORIA-BEN-STATUS NOT = '00' AND
                   HISTORIA-BEN-STATUS NOT = '05'
               DISPLAY 'Error de archivo HISTORIA-BEN. STATUS ='
                   HISTORIA-BEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CONFIRMACION-ARCHIVO.
           PERFORM VARYING INDICE-ELECCION FROM 1 BY 1
                   UNTIL INDICE-ELECCION > TOTAL-ELECCIONES
               PERFORM VER-SI-PRIMERA-DEL-EMPLEADO
               IF ELECCION-HALLADA = ZERO
                   MOVE TEL-EMPLEADOS-ID(INDICE-ELECCION)
                       TO EMPLEADO-ACTUAL
                   PERFORM APLICAR-EMPLEADO
               END-IF
           END-PERFORM.
           PERFORM LISTAR-SIN-ELECCION.
           CLOSE CONFIRMACION-ARCHIVO.
           CLOSE HISTORIA-BEN-ARCHIVO.
           CLOSE INS-BEN-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
      *    Ya aplicadas, las pendientes se vacian: una segunda
      *    corrida en modo A no encuentra nada que hacer.
           OPEN OUTPUT PENDIENTES-ARCHIVO.
           CLOSE PENDIENTES-ARCHIVO.
           DISPLAY 'Inscripcion anual aplicada: empleados='
               EMPLEADOS-CONFIRMADOS
               ' nuevas=' INSCRIPCIONES-NUEVAS
               ' cambiadas=' INSCRIPCIONES-CAMBIADAS
               ' terminadas=' INSCRIPCIONES-TERMINADAS.
           DISPLAY 'Sin eleccion (siguen igual): '
               EMPLEADOS-SIN-ELECCION.
           DISPLAY 'Confirmaciones en confirmaciones_inscripcion.txt'.
           IF EMPLEADOS-OMITIDOS > ZERO
               DISPLAY 'Empleados ya inactivos, no aplicados: '
                   EMPLEADOS-OMITIDOS
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE TOTAL-ELECCIONES TO LOG-LEIDOS.
           COMPUTE LOG-ESCRITOS = INSCRIPCIONES-NUEVAS +
               INSCRIPCIONES-CAMBIADAS + INSCRIPCIONES-TERMINADAS.
           MOVE EMPLEADOS-OMITIDOS TO LOG-RECHAZADOS.
           PERFORM REGISTRAR-RUN-LOG.

       CARGAR-PENDIENTES.
           MOVE ZERO TO FECHA-EFECTIVA.
           OPEN INPUT PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = '05' OR PENDIENTES-STATUS = '35'
               CLOSE PENDIENTES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PENDIENTES
               PERFORM UNTIL FIN-PENDIENTES = 'S'
                   READ PENDIENTES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PENDIENTES
                       NOT AT END
                           PERFORM ANOTAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE PENDIENTES-ARCHIVO
           END-IF.

       ANOTAR-PENDIENTE.
           IF TOTAL-ELECCIONES < MAXIMO-ELECCIONES
               ADD 1 TO TOTAL-ELECCIONES
               MOVE PEN-EMPLEADOS-ID
                   TO TEL-EMPLEADOS-ID(TOTAL-ELECCIONES)
               MOVE PEN-PLAN TO TEL-PLAN(TOTAL-ELECCIONES)
               MOVE PEN-NIVEL TO TEL-NIVEL(TOTAL-ELECCIONES)
               MOVE PEN-FECHA-EFECTIVA TO FECHA-EFECTIVA
           END-IF.

       VER-SI-PRIMERA-DEL-EMPLEADO.
           MOVE ZERO TO ELECCION-HALLADA.
           PERFORM VARYING INDICE-OTRA FROM 1 BY 1
                   UNTIL INDICE-OTRA >= INDICE-ELECCION OR
                       ELECCION-HALLADA > ZERO
               IF TEL-EMPLEADOS-ID(INDICE-OTRA) =
                       TEL-EMPLEADOS-ID(INDICE-ELECCION)
                   MOVE INDICE-OTRA TO ELECCION-HALLADA
               END-IF
           END-PERFORM.

      *    Por empleado: aplica cada eleccion, termina los planes
      *    que tenia y no volvio a elegir, e imprime su
      *    confirmacion.
       APLICAR-EMPLEADO.
           MOVE EMPLEADO-ACTUAL TO EMPLEADOS-ID.
           MOVE 'N' TO EMPLEADO-VALIDO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-ATIVO
                       MOVE 'S' TO EMPLEADO-VALIDO
                   END-IF
           END-READ.
           IF EMPLEADO-VALIDO = 'N'
               DISPLAY 'Empleado ' EMPLEADO-ACTUAL ' ya no esta '
                   'activo; sus elecciones no se aplican.'
               ADD 1 TO EMPLEADOS-OMITIDOS
           ELSE
               PERFORM IMPRIMIR-CABECERA-CONFIRMACION
               MOVE ZERO TO PRIMA-EMPLEADO
               PERFORM VARYING INDICE-OTRA FROM 1 BY 1
                       UNTIL INDICE-OTRA > TOTAL-ELECCIONES
                   IF TEL-EMPLEADOS-ID(INDICE-OTRA) = EMPLEADO-ACTUAL
                       PERFORM APLICAR-ELECCION
                   END-IF
               END-PERFORM
               PERFORM TERMINAR-NO-ELEGIDAS
               MOVE PRIMA-EMPLEADO TO CNF-TOTAL
               MOVE LINEA-CONF-TOTAL TO LINEA-CONFIRMACION
               WRITE LINEA-CONFIRMACION
               MOVE SPACES TO LINEA-CONFIRMACION
               WRITE LINEA-CONFIRMACION
               ADD 1 TO EMPLEADOS-CONFIRMADOS
           END-IF.

       IMPRIMIR-CABECERA-CONFIRMACION.
           MOVE FECHA-EFECTIVA TO CNF-FECHA.
           MOVE LINEA-CONF-CABECERA TO LINEA-CONFIRMACION.
           WRITE LINEA-CONFIRMACION.
           MOVE EMPLEADO-ACTUAL TO CNF-ID.
           MOVE SPACES TO CNF-NOMBRE.
           STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY '  '
               INTO CNF-NOMBRE.
           MOVE LINEA-CONF-EMPLEADO TO LINEA-CONFIRMACION.
           WRITE LINEA-CONFIRMACION.

      *    La fila vieja del mismo plan se termina (a la historia) y
      *    la nueva empieza en la fecha efectiva; sin cambio de nivel
      *    la inscripcion sigue tal cual.
       APLICAR-ELECCION.
           MOVE EMPLEADO-ACTUAL TO BEN-EMPLEADOS-ID.
           MOVE TEL-PLAN(INDICE-OTRA) TO BEN-PLAN.
           READ INS-BEN-ARCHIVO
               INVALID KEY
                   IF TEL-NIVEL(INDICE-OTRA) = 'N'
                       MOVE TEL-PLAN(INDICE-OTRA) TO BEN-PLAN
                       MOVE 'NO INSCRITO' TO ACCION-INSCRIPCION
                   ELSE
                       MOVE EMPLEADO-ACTUAL TO BEN-EMPLEADOS-ID
                       MOVE TEL-PLAN(INDICE-OTRA) TO BEN-PLAN
                       MOVE TEL-NIVEL(INDICE-OTRA) TO BEN-NIVEL
                       MOVE FECHA-EFECTIVA TO BEN-FECHA-ALTA
                       WRITE INS-BEN-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo guardar la '
                                   'inscripcion ' BEN-CLAVE
                       END-WRITE
                       MOVE 'NUEVA' TO ACCION-INSCRIPCION
                       ADD 1 TO INSCRIPCIONES-NUEVAS
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TEL-NIVEL(INDICE-OTRA) = 'N'
                           PERFORM TERMINAR-INSCRIPCION
                           MOVE 'TERMINADA' TO ACCION-INSCRIPCION
                       WHEN TEL-NIVEL(INDICE-OTRA) = BEN-NIVEL
                           MOVE 'SIN CAMBIO' TO ACCION-INSCRIPCION
                       WHEN OTHER
                           PERFORM ARCHIVAR-INSCRIPCION
                           MOVE TEL-NIVEL(INDICE-OTRA) TO BEN-NIVEL
                           MOVE FECHA-EFECTIVA TO BEN-FECHA-ALTA
                           REWRITE INS-BEN-REGISTRO
                               INVALID KEY
                                   DISPLAY 'No se pudo actualizar la '
                                       'inscripcion ' BEN-CLAVE
                           END-REWRITE
                           MOVE 'CAMBIO NIVEL' TO ACCION-INSCRIPCION
                           ADD 1 TO INSCRIPCIONES-CAMBIADAS
                   END-EVALUATE
           END-READ.
           IF TEL-NIVEL(INDICE-OTRA) = 'F' AND
                   ACCION-INSCRIPCION NOT = 'SIN CAMBIO'
               PERFORM PASAR-DEPENDIENTES
           END-IF.
           PERFORM IMPRIMIR-RENGLON-PLAN.

       IMPRIMIR-RENGLON-PLAN.
           PERFORM BUSCAR-PLAN.
           MOVE BEN-PLAN TO CNF-PLAN.
           MOVE SPACES TO CNF-DESCRIPCION.
           MOVE ZERO TO PRIMA-EFECTIVA.
           IF PLAN-HALLADO > ZERO
               MOVE TPL-DESCRIPCION(PLAN-HALLADO) TO CNF-DESCRIPCION
               IF ACCION-INSCRIPCION NOT = 'TERMINADA' AND
                       ACCION-INSCRIPCION NOT = 'NO INSCRITO'
                   MOVE TPL-PRIMA(PLAN-HALLADO) TO PRIMA-EFECTIVA
                   IF BEN-NIVEL-FAMILIAR
                       COMPUTE PRIMA-EFECTIVA = PRIMA-EFECTIVA * 2
                   END-IF
               END-IF
           END-IF.
           IF ACCION-INSCRIPCION = 'TERMINADA' OR
                   ACCION-INSCRIPCION = 'NO INSCRITO'
               MOVE 'N' TO CNF-NIVEL
           ELSE
               MOVE BEN-NIVEL TO CNF-NIVEL
           END-IF.
           MOVE PRIMA-EFECTIVA TO CNF-PRIMA.
           MOVE ACCION-INSCRIPCION TO CNF-ACCION.
           ADD PRIMA-EFECTIVA TO PRIMA-EMPLEADO.
           MOVE LINEA-CONF-PLAN TO LINEA-CONFIRMACION.
           WRITE LINEA-CONFIRMACION.

       ARCHIVAR-INSCRIPCION.
           MOVE BEN-EMPLEADOS-ID TO HBE-EMPLEADOS-ID.
           MOVE BEN-PLAN TO HBE-PLAN.
           MOVE BEN-NIVEL TO HBE-NIVEL.
           MOVE BEN-FECHA-ALTA TO HBE-FECHA-ALTA.
           MOVE FECHA-FIN-ANTERIOR TO HBE-FECHA-FIN.
           MOVE 'ANUAL' TO HBE-MOTIVO.
           WRITE HISTORIA-BEN-REGISTRO.

       TERMINAR-INSCRIPCION.
           PERFORM ARCHIVAR-INSCRIPCION.
           DELETE INS-BEN-ARCHIVO RECORD
               INVALID KEY
                   DISPLAY 'No se pudo terminar la inscripcion '
                       BEN-CLAVE
               NOT INVALID KEY
                   ADD 1 TO INSCRIPCIONES-TERMINADAS
           END-DELETE.

      *    Quien eligio algo y no menciono un plan que ya tenia, lo
      *    deja: se juntan primero esos planes y despues se
      *    terminan por clave, para no borrar mientras se recorre.
       TERMINAR-NO-ELEGIDAS.
           MOVE ZERO TO TOTAL-CERRAR.
           MOVE EMPLEADO-ACTUAL TO BEN-EMPLEADOS-ID.
           MOVE LOW-VALUES TO BEN-PLAN.
           MOVE 'N' TO FIN-INS-BEN.
           START INS-BEN-ARCHIVO KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-INS-BEN
           END-START.
           PERFORM UNTIL FIN-INS-BEN = 'S'
               READ INS-BEN-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INS-BEN
                   NOT AT END
                       IF BEN-EMPLEADOS-ID NOT = EMPLEADO-ACTUAL
                           MOVE 'S' TO FIN-INS-BEN
                       ELSE
                           PERFORM VER-SI-PLAN-ELEGIDO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING INDICE-CERRAR FROM 1 BY 1
                   UNTIL INDICE-CERRAR > TOTAL-CERRAR
               MOVE EMPLEADO-ACTUAL TO BEN-EMPLEADOS-ID
               MOVE TCE-PLAN(INDICE-CERRAR) TO BEN-PLAN
               READ INS-BEN-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TERMINAR-INSCRIPCION
                       MOVE 'TERMINADA' TO ACCION-INSCRIPCION
                       PERFORM IMPRIMIR-RENGLON-PLAN
               END-READ
           END-PERFORM.

       VER-SI-PLAN-ELEGIDO.
           MOVE ZERO TO ELECCION-HALLADA.
           PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                   UNTIL INDICE-BUSQUEDA > TOTAL-ELECCIONES OR
                       ELECCION-HALLADA > ZERO
               IF TEL-EMPLEADOS-ID(INDICE-BUSQUEDA) = EMPLEADO-ACTUAL
                       AND TEL-PLAN(INDICE-BUSQUEDA) = BEN-PLAN
                   MOVE INDICE-BUSQUEDA TO ELECCION-HALLADA
               END-IF
           END-PERFORM.
           IF ELECCION-HALLADA = ZERO AND TOTAL-CERRAR < 50
               ADD 1 TO TOTAL-CERRAR
               MOVE BEN-PLAN TO TCE-PLAN(TOTAL-CERRAR)
           END-IF.

      *    Nivel familiar en un plan sin dependientes propios: se le
      *    copian los que el empleado tiene en sus otros planes.
       PASAR-DEPENDIENTES.
           MOVE ZERO TO DEPENDIENTES-DEL-PLAN.
           MOVE ZERO TO TOTAL-TRASLADO.
           OPEN INPUT DEPENDIENTES-ARCHIVO.
           IF DEPENDIENTES-STATUS = '05' OR DEPENDIENTES-STATUS = '35'
               CLOSE DEPENDIENTES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-DEPENDIENTES
               PERFORM UNTIL FIN-DEPENDIENTES = 'S'
                   READ DEPENDIENTES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEPENDIENTES
                       NOT AT END
                           IF DEP-EMPLEADOS-ID = EMPLEADO-ACTUAL
                               PERFORM CLASIFICAR-DEPENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDIENTES-ARCHIVO
           END-IF.
           IF DEPENDIENTES-DEL-PLAN = ZERO AND TOTAL-TRASLADO > ZERO
               OPEN EXTEND DEPENDIENTES-ARCHIVO
               PERFORM VARYING INDICE-TRASLADO FROM 1 BY 1
                       UNTIL INDICE-TRASLADO > TOTAL-TRASLADO
                   MOVE EMPLEADO-ACTUAL TO DEP-EMPLEADOS-ID
                   MOVE BEN-PLAN TO DEP-PLAN
                   MOVE TTR-NOMBRE(INDICE-TRASLADO) TO DEP-NOMBRE
                   MOVE TTR-NACIMIENTO(INDICE-TRASLADO)
                       TO DEP-NACIMIENTO
                   MOVE TTR-PARENTESCO(INDICE-TRASLADO)
                       TO DEP-PARENTESCO
                   WRITE DEPENDIENTES-REGISTRO
               END-PERFORM
               CLOSE DEPENDIENTES-ARCHIVO
               ADD TOTAL-TRASLADO TO DEPENDIENTES-TRASLADADOS
               MOVE BEN-PLAN TO CNF-TRASLADO-PLAN
               MOVE TOTAL-TRASLADO TO CNF-TRASLADO-CANT
               MOVE LINEA-CONF-TRASLADO TO LINEA-CONFIRMACION
               WRITE LINEA-CONFIRMACION
           END-IF.

       CLASIFICAR-DEPENDIENTE.
           IF DEP-PLAN = BEN-PLAN
               ADD 1 TO DEPENDIENTES-DEL-PLAN
           ELSE
               MOVE 'N' TO TRASLADO-REPETIDO
               PERFORM VARYING INDICE-TRASLADO FROM 1 BY 1
                       UNTIL INDICE-TRASLADO > TOTAL-TRASLADO
                   IF TTR-NOMBRE(INDICE-TRASLADO) = DEP-NOMBRE
                       MOVE 'S' TO TRASLADO-REPETIDO
                   END-IF
               END-PERFORM
               IF TRASLADO-REPETIDO = 'N' AND TOTAL-TRASLADO < 20
                   ADD 1 TO TOTAL-TRASLADO
                   MOVE DEP-NOMBRE TO TTR-NOMBRE(TOTAL-TRASLADO)
                   MOVE DEP-NACIMIENTO
                       TO TTR-NACIMIENTO(TOTAL-TRASLADO)
                   MOVE DEP-PARENTESCO
                       TO TTR-PARENTESCO(TOTAL-TRASLADO)
               END-IF
           END-IF.

      *    Empleados activos con inscripciones que no mandaron
      *    eleccion: se quedan con lo que tenian.
       LISTAR-SIN-ELECCION.
           MOVE 'SIN ELECCION - SE MANTIENEN SUS INSCRIPCIONES'
               TO LINEA-CONFIRMACION.
           WRITE LINEA-CONFIRMACION.
           MOVE ZERO TO ID-ANTERIOR.
           MOVE LOW-VALUES TO BEN-CLAVE.
           MOVE 'N' TO FIN-INS-BEN.
           START INS-BEN-ARCHIVO KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-INS-BEN
           END-START.
           PERFORM UNTIL FIN-INS-BEN = 'S'
               READ INS-BEN-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INS-BEN
                   NOT AT END
                       PERFORM EVALUAR-SIN-ELECCION
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-CONFIRMACION.
           STRING 'Empleados sin eleccion: ' EMPLEADOS-SIN-ELECCION
               DELIMITED BY SIZE INTO LINEA-CONFIRMACION.
           WRITE LINEA-CONFIRMACION.

       EVALUAR-SIN-ELECCION.
           MOVE ZERO TO ELECCION-HALLADA.
           PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                   UNTIL INDICE-BUSQUEDA > TOTAL-ELECCIONES OR
                       ELECCION-HALLADA > ZERO
               IF TEL-EMPLEADOS-ID(INDICE-BUSQUEDA) = BEN-EMPLEADOS-ID
                   MOVE INDICE-BUSQUEDA TO ELECCION-HALLADA
               END-IF
           END-PERFORM.
           IF ELECCION-HALLADA = ZERO
               MOVE BEN-EMPLEADOS-ID TO EMPLEADOS-ID
               MOVE 'N' TO EMPLEADO-VALIDO
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STATUS-ATIVO
                           MOVE 'S' TO EMPLEADO-VALIDO
                       END-IF
               END-READ
               IF EMPLEADO-VALIDO = 'S'
                   IF BEN-EMPLEADOS-ID NOT = ID-ANTERIOR
                       MOVE BEN-EMPLEADOS-ID TO ID-ANTERIOR
                       MOVE BEN-EMPLEADOS-ID TO CNF-ID
                       MOVE SPACES TO CNF-NOMBRE
                       STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                              ' ' DELIMITED BY SIZE
                              EMPLEADOS-APELLIDOS DELIMITED BY '  '
                           INTO CNF-NOMBRE
                       MOVE LINEA-CONF-EMPLEADO TO LINEA-CONFIRMACION
                       WRITE LINEA-CONFIRMACION
                       ADD 1 TO EMPLEADOS-SIN-ELECCION
                   END-IF
                   MOVE 'SE MANTIENE' TO ACCION-INSCRIPCION
                   MOVE ZERO TO PRIMA-EMPLEADO
                   PERFORM IMPRIMIR-RENGLON-PLAN
               END-IF
           END-IF.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'INSCRIPCION-ABIERTA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE LOG-LEIDOS TO RUN-LEIDOS
               MOVE LOG-ESCRITOS TO RUN-ESCRITOS
               MOVE LOG-RECHAZADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM INSCRIPCION-ABIERTA.
