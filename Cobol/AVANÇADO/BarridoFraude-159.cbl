      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido de indicios de fraude antes del pago, sobre
      *          el grupo y periodo de la corrida (PERIODO-GRUPO).
      *          CalidadDatos-60 mira un registro a la vez; aqui se
      *          cruzan registros y archivos para ver al empleado
      *          fantasma: cuenta de banco.dat compartida entre
      *          empleados, telefono o domicilio repetido entre
      *          personas de distinto apellido, pagados activos sin
      *          horas, licencias ni revisiones en los ultimos N dias
      *          (barrido_fraude_param.dat, 180 si no hay parametro),
      *          altas del periodo dadas y puestas a cobrar (cuenta o
      *          sueldo, o firma de la varianza) por el mismo
      *          operador, pagados sin gerente, posicion, ID fiscal
      *          ni alta firmada, y resultados de nomina de IDs dados
      *          de baja antes del periodo o ausentes del maestro.
      *          Reporte en fraude_nomina.txt. Igual que
      *          VarianzaNomina-106, queda como prerrequisito de
      *          PAGOS-BANCO en prerrequisitos.dat (ChequeoPrevio-98):
      *          con hallazgos la corrida queda 'WARN' y el banco no
      *          sale hasta que un admin los firma (modo 'F' del
      *          parametro), lo que asienta la corrida 'OK' y la
      *          linea FIRMA-FRAUDE en auditoria.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO-FRAUDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

      *    Modo (blanco = revision, 'F' = firma de hallazgos) y dias
      *    sin actividad tolerados (000 = los de siempre).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'barrido_fraude_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           SELECT OPTIONAL BANCO-ARCHIVO
           ASSIGN TO 'banco.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS BANCO-STATUS.

      *    Actividad de la persona: horas cargadas, licencias pedidas
      *    y revisiones de desempeno hechas.
           SELECT OPTIONAL HORAS-ARCHIVO
           ASSIGN TO 'horas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-STATUS.

           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'solicitudes_vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL REVISIONES-ARCHIVO
           ASSIGN TO 'revisiones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REV-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REVISIONES-STATUS.

      *    Posicion ocupada (PosicionesMaster-90).
           SELECT OPTIONAL EMP-POS-ARCHIVO
           ASSIGN TO 'empleado_posicion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EPO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMP-POS-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

      *    Tabla de dependencias de ChequeoPrevio-98.
           SELECT OPTIONAL PRERREQUISITOS-ARCHIVO
           ASSIGN TO 'prerrequisitos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRERREQUISITOS-STATUS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'fraude_sortwk'.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'fraude_nomina.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

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

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-MODO PIC X.
                   88  PAR-MODO-FIRMA VALUE 'F' 'f'.
               05  PAR-DIAS-INACTIVIDAD PIC 9(3).

       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
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

       FD  BANCO-ARCHIVO.
           01  BANCO-REGISTRO.
               05  BANCO-EMPLEADOS-ID PIC 9(6).
               05  BANCO-NOMBRE-BANCO PIC X(20).
               05  BANCO-CODIGO-BANCO PIC X(8).
               05  BANCO-CUENTA PIC X(20).
               05  BANCO-ESTADO PIC X.
               05  BANCO-PEND-NOMBRE PIC X(20).
               05  BANCO-PEND-CODIGO PIC X(8).
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

       FD  HORAS-ARCHIVO.
           01  HORAS-REGISTRO.
               05  HORAS-ID PIC 9(6).
               05  HORAS-SEMANA PIC 9(8).
               05  HORAS-CANTIDAD PIC 9(3).
               05  HORAS-ESTADO PIC X.
                   88  HORAS-RECHAZADAS VALUE 'R'.
               05  HORAS-MOTIVO PIC X(20).

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
                   88  SOLICITUD-RECHAZADA VALUE 'R'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

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

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

      *    Mismo layout que arma REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05 con STRING:
      *    'AAAA-MM-DD HH:MM:SS OPERACION(12) ID=nnnnnn OP=xxxxxxxx'.
       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA.
               05  AUD-LIN-ANO PIC X(4).
               05  FILLER PIC X.
               05  AUD-LIN-MES PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-DIA PIC X(2).
               05  FILLER PIC X(10).
               05  AUD-LIN-OPERACION PIC X(12).
               05  AUD-LIN-MARCA-ID PIC X(4).
               05  AUD-LIN-ID PIC X(6).
               05  FILLER PIC X(18).

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

      *    Un renglon por dato compartible de cada persona; al salir
      *    ordenado, los renglones con la misma clase y valor forman
      *    un grupo.
       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-CLASE PIC X.
      *            'C' = cuenta de banco, 'T' = telefono, 'D' =
      *            domicilio.
               05  ORD-VALOR PIC X(40).
               05  ORD-EMPLEADOS-ID PIC 9(6).
               05  ORD-NOMBRE PIC X(20).
               05  ORD-APELLIDOS PIC X(35).
               05  ORD-ACTIVO PIC X.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

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
           01  PARAMETRO-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  BANCO-STATUS PIC XX.
           01  HORAS-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  REVISIONES-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  PRERREQUISITOS-STATUS PIC XX.
           01  OPERADORES-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-ARCHIVO PIC X.
           01  FIN-RESULTADOS PIC X.
           01  FIN-PRERREQUISITOS PIC X.
           01  FIN-OPERADORES PIC X.
           01  FIN-ORDENADO PIC X.
           01  HAY-MAESTRO PIC X VALUE 'N'.
           01  HAY-POSICIONES PIC X VALUE 'N'.
           01  DEPENDENCIA-HALLADA PIC X.
           01  MODO-FIRMA PIC X VALUE 'N'.

      *    Dias sin horas, licencias ni revisiones que se toleran a
      *    un pagado activo; se toma de barrido_fraude_param.dat si
      *    viene.
           01  DIAS-DEFECTO PIC 9(3) VALUE 180.
           01  DIAS-INACTIVIDAD PIC 9(3).
           01  FECHA-HOY PIC 9(8).
           01  FECHA-LIMITE PIC 9(8).
           01  DIA-LIMITE PIC 9(7).

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.
           01  CLAVE-CORRIDA.
               05  CLC-GRUPO PIC X(4).
               05  CLC-PERIODO PIC 9(6).

      *    Pagados del periodo (regular o extraordinaria no anulada),
      *    en orden de ID tal como salen de resultados_nomina.dat;
      *    se buscan por particion binaria.
           01  MAXIMO-PAGADOS PIC 9(5) VALUE 5000.
           01  TOTAL-PAGADOS PIC 9(5) VALUE ZERO.
           01  INDICE-PAGADO PIC 9(5).
           01  PAGADO-HALLADO PIC 9(5).
           01  PAGADO-BAJO PIC 9(5).
           01  PAGADO-ALTO PIC 9(5).
           01  PAGADO-MEDIO PIC 9(5).
           01  ID-BUSCADO PIC 9(6).
           01  TABLA-LLENA PIC X VALUE 'N'.
           01  TABLA-PAGADOS.
               05  PAGADO-ENTRADA OCCURS 5000 TIMES.
                   10  TPA-EMPLEADOS-ID PIC 9(6).
                   10  TPA-ACTIVO PIC X.
                   10  TPA-ULTIMA-ACTIVIDAD PIC 9(8).
                   10  TPA-ALTA-FECHA PIC 9(8).
                   10  TPA-ALTA-OPERADOR PIC X(8).
                   10  TPA-OPERACION-PAGO PIC X(12).
      *                Primera operacion de cuenta o sueldo sobre la
      *                persona hecha por el mismo operador del alta.

      *    Empleado en proceso durante el recorrido de resultados.
           01  ID-EN-CURSO PIC 9(6).
           01  PAGOS-EN-CURSO PIC 9(3).
           01  ANULACIONES-EN-CURSO PIC 9(3).

      *    Grupo de renglones con el mismo valor a la salida del
      *    SORT; se listan hasta veinte personas por grupo.
           01  PRIMER-GRUPO PIC X VALUE 'S'.
           01  CLASE-ANTERIOR PIC X.
           01  VALOR-ANTERIOR PIC X(40).
           01  MAXIMO-MIEMBROS PIC 99 VALUE 20.
           01  TOTAL-MIEMBROS PIC 9(5).
           01  INDICE-MIEMBRO PIC 99.
           01  GRUPO-ACTIVO PIC X.
           01  GRUPO-PARIENTES PIC X.
           01  TABLA-MIEMBROS.
               05  MIEMBRO-ENTRADA OCCURS 20 TIMES.
                   10  TGR-EMPLEADOS-ID PIC 9(6).
                   10  TGR-NOMBRE PIC X(20).
                   10  TGR-APELLIDOS PIC X(35).
           01  VALOR-DOMICILIO.
               05  VDO-CALLE PIC X(20).
               05  VDO-CODIGO-POSTAL PIC X(8).
               05  VDO-PAIS PIC X(2).
           01  VALOR-CUENTA.
               05  VCU-CODIGO-BANCO PIC X(8).
               05  VCU-CUENTA PIC X(20).

      *    Linea de auditoria en proceso.
           01  LINEA-FECHA-TXT PIC X(8).
           01  LINEA-FECHA PIC 9(8).
           01  LINEA-EMPLEADOS-ID PIC 9(6).
           01  LINEA-OPERADOR PIC X(8).
           01  LINEA-PARTE PIC X(80).
           01  FIRMANTE-VARIACION PIC X(8) VALUE SPACES.
      *        Quien firmo las excepciones de VARIANZA-NOMINA del
      *        mismo grupo y periodo.

           01  FECHA-CONTRATO PIC 9(8).
           01  FECHA-EDITADA PIC 9999/99/99.
           01  MOTIVO-HALLAZGO PIC X(22).
           01  DETALLE-HALLAZGO PIC X(48).
           01  NOMBRE-HALLAZGO PIC X(20).
           01  ID-HALLAZGO PIC 9(6).

           01  TOTAL-CUENTAS PIC 9(5) VALUE ZERO.
           01  TOTAL-TELEFONOS PIC 9(5) VALUE ZERO.
           01  TOTAL-DOMICILIOS PIC 9(5) VALUE ZERO.
           01  TOTAL-SIN-ACTIVIDAD PIC 9(5) VALUE ZERO.
           01  TOTAL-MISMO-OPERADOR PIC 9(5) VALUE ZERO.
           01  TOTAL-SIN-RASTRO PIC 9(5) VALUE ZERO.
           01  TOTAL-INACTIVOS PIC 9(5) VALUE ZERO.
           01  TOTAL-HALLAZGOS PIC 9(6) VALUE ZERO.
           01  ESTADO-CORRIDA PIC X(4).

      *    Firma de hallazgos (mismos tres intentos de sign-on que
      *    BaseDeDados-01); por tratarse de posible fraude la firma
      *    es solo de admin (nivel 3).
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
               05  FILLER PIC X(33)
                   VALUE 'BARRIDO DE FRAUDE DE NOMINA GRUPO'.
               05  FILLER PIC X(1) VALUE SPACE.
               05  TIT-GRUPO PIC X(4).
               05  FILLER PIC X(9) VALUE ' PERIODO '.
               05  TIT-PERIODO PIC 9(6).
               05  FILLER PIC X(22) VALUE '  SIN ACTIVIDAD DESDE '.
               05  TIT-FECHA-LIMITE PIC 9999/99/99.

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(7) VALUE 'ID'.
               05  FILLER PIC X(21) VALUE 'NOMBRE'.
               05  FILLER PIC X(22) VALUE 'HALLAZGO'.
               05  FILLER PIC X(48) VALUE 'DETALLE'.

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MOTIVO PIC X(22).
               05  DET-DETALLE PIC X(48).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CONTEO PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-GRUPO TO CLC-GRUPO.
           MOVE CRG-PERIODO TO CLC-PERIODO.
           PERFORM LEER-PARAMETRO.
           PERFORM REGISTRAR-DEPENDENCIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-RESULTADOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-CLASE ORD-VALOR ORD-EMPLEADOS-ID
               INPUT PROCEDURE IS SOLTAR-VALORES
               OUTPUT PROCEDURE IS REVISAR-GRUPOS.
           PERFORM LEER-HORAS.
           PERFORM LEER-SOLICITUDES.
           PERFORM LEER-REVISIONES.
           PERFORM LEER-AUDITORIA.
           PERFORM EVALUAR-PAGADOS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Pagados revisados: ' TOTAL-PAGADOS.
           DISPLAY 'Hallazgos        : ' TOTAL-HALLAZGOS
               ' Detalle en fraude_nomina.txt'.
           IF TOTAL-HALLAZGOS = ZERO
               MOVE 'OK' TO ESTADO-CORRIDA
           ELSE
               MOVE 'WARN' TO ESTADO-CORRIDA
               IF MODO-FIRMA = 'S'
                   PERFORM FIRMAR-HALLAZGOS
               ELSE
                   DISPLAY 'PAGOS-BANCO queda detenido hasta que un '
                       'admin firme los hallazgos (modo F en '
                       'barrido_fraude_param.dat).'
               END-IF
           END-IF.
      *    RC 4 = hallazgos sin firmar (0 limpio o firmado, 8 error).
           IF ESTADO-CORRIDA NOT = 'OK'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           MOVE DIAS-DEFECTO TO DIAS-INACTIVIDAD.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-MODO-FIRMA
                           MOVE 'S' TO MODO-FIRMA
                       END-IF
                       IF PAR-DIAS-INACTIVIDAD IS NUMERIC AND
                               PAR-DIAS-INACTIVIDAD > ZERO
                           MOVE PAR-DIAS-INACTIVIDAD
                               TO DIAS-INACTIVIDAD
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.
           COMPUTE DIA-LIMITE =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) - DIAS-INACTIVIDAD.
           COMPUTE FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(DIA-LIMITE).
           IF MODO-FIRMA = 'S'
               DISPLAY 'Barrido de fraude en MODO FIRMA.'
           END-IF.

      *    Deja anotada en prerrequisitos.dat la dependencia
      *    PAGOS-BANCO -> BARRIDO-FRAUDE si todavia no esta.
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
                                   PRQ-PREVIO = 'BARRIDO-FRAUDE'
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
               MOVE 'BARRIDO-FRAUDE' TO PRQ-PREVIO
               WRITE PRERREQUISITOS-REGISTRO
               CLOSE PRERREQUISITOS-ARCHIVO
               DISPLAY 'PAGOS-BANCO registrado en prerrequisitos.dat '
                   'detras de BARRIDO-FRAUDE.'
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
           ELSE
               DISPLAY 'Error de archivo EMPLEADOS. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMP-POS-ARCHIVO.
           IF EMP-POS-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
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
           MOVE FECHA-LIMITE TO TIT-FECHA-LIMITE.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE EMP-POS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *----------------------------------------------------------------
      *    Pagados del grupo y periodo: se arma la tabla y, de paso,
      *    se marca el resultado de un ID dado de baja antes del
      *    periodo o que no esta en el maestro (la baja dentro del
      *    periodo cobra su finiquito y no cuenta).
      *----------------------------------------------------------------
       RECORRER-RESULTADOS.
           MOVE ZERO TO ID-EN-CURSO.
           MOVE ZERO TO PAGOS-EN-CURSO.
           MOVE ZERO TO ANULACIONES-EN-CURSO.
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
                           PERFORM EVALUAR-RESULTADO
                           MOVE RES-EMPLEADOS-ID TO ID-EN-CURSO
                           MOVE ZERO TO PAGOS-EN-CURSO
                           MOVE ZERO TO ANULACIONES-EN-CURSO
                       END-IF
                       IF RES-GRUPO = CRG-GRUPO AND
                               RES-PERIODO = CRG-PERIODO
                           IF RES-ANULACION
                               ADD 1 TO ANULACIONES-EN-CURSO
                           ELSE
                               ADD 1 TO PAGOS-EN-CURSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM EVALUAR-RESULTADO.

       EVALUAR-RESULTADO.
           IF PAGOS-EN-CURSO > ANULACIONES-EN-CURSO
               MOVE ID-EN-CURSO TO EMPLEADOS-ID ID-HALLAZGO
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE '(no esta en maestro)' TO NOMBRE-HALLAZGO
                       MOVE 'RESULTADO SIN MAESTRO' TO MOTIVO-HALLAZGO
                       MOVE 'pagado en el periodo sin ficha de empleado'
                           TO DETALLE-HALLAZGO
                       ADD 1 TO TOTAL-INACTIVOS
                       PERFORM ESCRIBIR-HALLAZGO
                   NOT INVALID KEY
                       PERFORM ANOTAR-PAGADO
               END-READ
           END-IF.

       ANOTAR-PAGADO.
           IF STATUS-INATIVO
               IF EMPLEADOS-BAJA-FECHA NOT NUMERIC OR
                       EMPLEADOS-BAJA-FECHA < CRG-FECHA-INICIO
                   MOVE EMPLEADOS-NOMBRE TO NOMBRE-HALLAZGO
                   MOVE 'RESULTADO DE INACTIVO' TO MOTIVO-HALLAZGO
                   MOVE SPACES TO DETALLE-HALLAZGO
                   IF EMPLEADOS-BAJA-FECHA IS NUMERIC AND
                           EMPLEADOS-BAJA-FECHA > ZERO
                       MOVE EMPLEADOS-BAJA-FECHA TO FECHA-EDITADA
                       STRING 'dado de baja el ' FECHA-EDITADA
                           DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   ELSE
                       MOVE 'inactivo en el maestro, sin fecha de baja'
                           TO DETALLE-HALLAZGO
                   END-IF
                   ADD 1 TO TOTAL-INACTIVOS
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-IF.
           IF TOTAL-PAGADOS < MAXIMO-PAGADOS
               ADD 1 TO TOTAL-PAGADOS
               MOVE ID-EN-CURSO TO TPA-EMPLEADOS-ID(TOTAL-PAGADOS)
               MOVE EMPLEADOS-ACTIVO TO TPA-ACTIVO(TOTAL-PAGADOS)
               PERFORM FECHA-DE-CONTRATO
               MOVE FECHA-CONTRATO
                   TO TPA-ULTIMA-ACTIVIDAD(TOTAL-PAGADOS)
               MOVE ZERO TO TPA-ALTA-FECHA(TOTAL-PAGADOS)
               MOVE SPACES TO TPA-ALTA-OPERADOR(TOTAL-PAGADOS)
               MOVE SPACES TO TPA-OPERACION-PAGO(TOTAL-PAGADOS)
           ELSE
               IF TABLA-LLENA = 'N'
                   MOVE 'S' TO TABLA-LLENA
                   DISPLAY 'Aviso: mas de ' MAXIMO-PAGADOS
                       ' pagados; el resto no se revisa por '
                       'actividad ni por alta.'
               END-IF
           END-IF.

      *    La contratacion cuenta como primera actividad: quien
      *    entro hace menos de N dias no puede estar inactivo.
       FECHA-DE-CONTRATO.
           MOVE ZERO TO FECHA-CONTRATO.
           IF TIPO-PERMANENTE AND PERM-FECHA-CONTRATACION IS NUMERIC
               MOVE PERM-FECHA-CONTRATACION TO FECHA-CONTRATO
           END-IF.
           IF FECHA-CONTRATO = ZERO AND
                   EMPLEADOS-DATA-CADASTRO IS NUMERIC
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-CONTRATO
           END-IF.

       BUSCAR-PAGADO.
           MOVE ZERO TO PAGADO-HALLADO.
           MOVE 1 TO PAGADO-BAJO.
           MOVE TOTAL-PAGADOS TO PAGADO-ALTO.
           PERFORM UNTIL PAGADO-BAJO > PAGADO-ALTO OR
                   PAGADO-HALLADO > ZERO
               COMPUTE PAGADO-MEDIO = (PAGADO-BAJO + PAGADO-ALTO) / 2
               EVALUATE TRUE
                   WHEN TPA-EMPLEADOS-ID(PAGADO-MEDIO) = ID-BUSCADO
                       MOVE PAGADO-MEDIO TO PAGADO-HALLADO
                   WHEN TPA-EMPLEADOS-ID(PAGADO-MEDIO) < ID-BUSCADO
                       COMPUTE PAGADO-BAJO = PAGADO-MEDIO + 1
                   WHEN OTHER
                       COMPUTE PAGADO-ALTO = PAGADO-MEDIO - 1
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      *    Entrada del SORT: telefono y domicilio de cada ficha del
      *    maestro y la cuenta vigente de cada renglon de banco.dat.
      *----------------------------------------------------------------
       SOLTAR-VALORES.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE 'N' TO FIN-ARCHIVO.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM SOLTAR-EMPLEADO
               END-READ
           END-PERFORM.
           OPEN INPUT BANCO-ARCHIVO.
           IF BANCO-STATUS = '00'
               MOVE LOW-VALUES TO BANCO-EMPLEADOS-ID
               MOVE 'N' TO FIN-ARCHIVO
               START BANCO-ARCHIVO
                       KEY IS NOT LESS THAN BANCO-EMPLEADOS-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-ARCHIVO
               END-START
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ BANCO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM SOLTAR-CUENTA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: no existe banco.dat; no se revisan '
                   'cuentas compartidas.'
           END-IF.
           CLOSE BANCO-ARCHIVO.

       SOLTAR-EMPLEADO.
           MOVE EMPLEADOS-ID TO ORD-EMPLEADOS-ID.
           MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS.
           MOVE EMPLEADOS-ACTIVO TO ORD-ACTIVO.
           IF EMPLEADOS-TELEFONO NOT = SPACES AND
                   EMPLEADOS-TELEFONO NOT = ZEROS
               MOVE 'T' TO ORD-CLASE
               MOVE EMPLEADOS-TELEFONO TO ORD-VALOR
               RELEASE ORD-REGISTRO
           END-IF.
           IF DIR-CALLE NOT = SPACES
               MOVE DIR-CALLE TO VDO-CALLE
               MOVE DIR-CODIGO-POSTAL TO VDO-CODIGO-POSTAL
               MOVE DIR-CODIGO-PAIS TO VDO-PAIS
               MOVE 'D' TO ORD-CLASE
               MOVE VALOR-DOMICILIO TO ORD-VALOR
               RELEASE ORD-REGISTRO
           END-IF.

      *    La cuenta de una ficha que ya no esta en el maestro entra
      *    igual: tambien es un pago posible a otra persona.
       SOLTAR-CUENTA.
           IF BANCO-CUENTA NOT = SPACES
               MOVE BANCO-EMPLEADOS-ID TO ORD-EMPLEADOS-ID
                   EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE '(no esta en maestro)' TO ORD-NOMBRE
                       MOVE SPACES TO ORD-APELLIDOS
                       MOVE 'I' TO ORD-ACTIVO
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
                       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS
                       MOVE EMPLEADOS-ACTIVO TO ORD-ACTIVO
               END-READ
               MOVE BANCO-CODIGO-BANCO TO VCU-CODIGO-BANCO
               MOVE BANCO-CUENTA TO VCU-CUENTA
               MOVE 'C' TO ORD-CLASE
               MOVE VALOR-CUENTA TO ORD-VALOR
               RELEASE ORD-REGISTRO
           END-IF.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por clase y valor. Una cuenta
      *    compartida se marca siempre; telefono y domicilio solo
      *    entre personas de distinto apellido (familia que vive
      *    junta no cuenta). Se marca el grupo con alguien activo.
      *----------------------------------------------------------------
       REVISAR-GRUPOS.
           MOVE 'N' TO FIN-ORDENADO.
           MOVE ZERO TO TOTAL-MIEMBROS.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM ANOTAR-MIEMBRO
               END-RETURN
           END-PERFORM.
           IF PRIMER-GRUPO = 'N'
               PERFORM EVALUAR-GRUPO
           END-IF.

       ANOTAR-MIEMBRO.
           IF PRIMER-GRUPO = 'S'
               MOVE 'N' TO PRIMER-GRUPO
               PERFORM EMPEZAR-GRUPO
           ELSE
               IF ORD-CLASE NOT = CLASE-ANTERIOR OR
                       ORD-VALOR NOT = VALOR-ANTERIOR
                   PERFORM EVALUAR-GRUPO
                   PERFORM EMPEZAR-GRUPO
               END-IF
           END-IF.
           ADD 1 TO TOTAL-MIEMBROS.
           IF ORD-ACTIVO NOT = 'I'
               MOVE 'S' TO GRUPO-ACTIVO
           END-IF.
           IF TOTAL-MIEMBROS > 1 AND
                   ORD-APELLIDOS NOT = TGR-APELLIDOS(1)
               MOVE 'N' TO GRUPO-PARIENTES
           END-IF.
           IF TOTAL-MIEMBROS <= MAXIMO-MIEMBROS
               MOVE ORD-EMPLEADOS-ID
                   TO TGR-EMPLEADOS-ID(TOTAL-MIEMBROS)
               MOVE ORD-NOMBRE TO TGR-NOMBRE(TOTAL-MIEMBROS)
               MOVE ORD-APELLIDOS TO TGR-APELLIDOS(TOTAL-MIEMBROS)
           END-IF.

       EMPEZAR-GRUPO.
           MOVE ORD-CLASE TO CLASE-ANTERIOR.
           MOVE ORD-VALOR TO VALOR-ANTERIOR.
           MOVE ZERO TO TOTAL-MIEMBROS.
           MOVE 'N' TO GRUPO-ACTIVO.
           MOVE 'S' TO GRUPO-PARIENTES.

       EVALUAR-GRUPO.
           IF TOTAL-MIEMBROS > 1 AND GRUPO-ACTIVO = 'S'
               IF CLASE-ANTERIOR = 'C' OR GRUPO-PARIENTES = 'N'
                   PERFORM ESCRIBIR-GRUPO
               END-IF
           END-IF.

       ESCRIBIR-GRUPO.
           MOVE SPACES TO DETALLE-HALLAZGO.
           EVALUATE CLASE-ANTERIOR
               WHEN 'C'
                   MOVE 'CUENTA COMPARTIDA' TO MOTIVO-HALLAZGO
                   MOVE VALOR-ANTERIOR TO VALOR-CUENTA
                   STRING 'banco ' VCU-CODIGO-BANCO ' cuenta '
                          VCU-CUENTA
                       DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   ADD TOTAL-MIEMBROS TO TOTAL-CUENTAS
               WHEN 'T'
                   MOVE 'TELEFONO REPETIDO' TO MOTIVO-HALLAZGO
                   STRING 'telefono ' VALOR-ANTERIOR
                       DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   ADD TOTAL-MIEMBROS TO TOTAL-TELEFONOS
               WHEN OTHER
                   MOVE 'DOMICILIO REPETIDO' TO MOTIVO-HALLAZGO
                   MOVE VALOR-ANTERIOR TO VALOR-DOMICILIO
                   STRING VDO-CALLE ' ' VDO-CODIGO-POSTAL ' '
                          VDO-PAIS
                       DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   ADD TOTAL-MIEMBROS TO TOTAL-DOMICILIOS
           END-EVALUATE.
           PERFORM VARYING INDICE-MIEMBRO FROM 1 BY 1
                   UNTIL INDICE-MIEMBRO > TOTAL-MIEMBROS OR
                       INDICE-MIEMBRO > MAXIMO-MIEMBROS
               MOVE TGR-EMPLEADOS-ID(INDICE-MIEMBRO) TO ID-HALLAZGO
               MOVE TGR-NOMBRE(INDICE-MIEMBRO) TO NOMBRE-HALLAZGO
               PERFORM ESCRIBIR-HALLAZGO
           END-PERFORM.
           IF TOTAL-MIEMBROS > MAXIMO-MIEMBROS
               COMPUTE TOTAL-HALLAZGOS = TOTAL-HALLAZGOS
                   + TOTAL-MIEMBROS - MAXIMO-MIEMBROS
               MOVE SPACES TO LINEA-REPORTE
               STRING '       ... y mas personas con el mismo valor ('
                      TOTAL-MIEMBROS ' en total)'
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

      *----------------------------------------------------------------
      *    Ultima actividad de cada pagado: semana de horas cargadas
      *    (menos las rechazadas), inicio de licencias pedidas (menos
      *    las rechazadas) y fecha de revision hecha.
      *----------------------------------------------------------------
       LEER-HORAS.
           OPEN INPUT HORAS-ARCHIVO.
           IF HORAS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ HORAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF NOT HORAS-RECHAZADAS AND
                                   HORAS-SEMANA IS NUMERIC
                               MOVE HORAS-ID TO ID-BUSCADO
                               MOVE HORAS-SEMANA TO LINEA-FECHA
                               PERFORM ANOTAR-ACTIVIDAD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HORAS-ARCHIVO.

       LEER-SOLICITUDES.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '00'
               MOVE LOW-VALUES TO SOL-ID
               MOVE 'N' TO FIN-ARCHIVO
               START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-ARCHIVO
               END-START
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF NOT SOLICITUD-RECHAZADA AND
                                   SOL-FECHA-DESDE IS NUMERIC
                               MOVE SOL-EMPLEADOS-ID TO ID-BUSCADO
                               MOVE SOL-FECHA-DESDE TO LINEA-FECHA
                               PERFORM ANOTAR-ACTIVIDAD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOLICITUDES-ARCHIVO.

       LEER-REVISIONES.
           OPEN INPUT REVISIONES-ARCHIVO.
           IF REVISIONES-STATUS = '00'
               MOVE LOW-VALUES TO REV-CLAVE
               MOVE 'N' TO FIN-ARCHIVO
               START REVISIONES-ARCHIVO KEY IS NOT LESS THAN REV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ARCHIVO
               END-START
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ REVISIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF REV-FECHA-REVISION IS NUMERIC AND
                                   REV-FECHA-REVISION > ZERO
                               MOVE REV-EMPLEADOS-ID TO ID-BUSCADO
                               MOVE REV-FECHA-REVISION TO LINEA-FECHA
                               PERFORM ANOTAR-ACTIVIDAD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REVISIONES-ARCHIVO.

       ANOTAR-ACTIVIDAD.
           PERFORM BUSCAR-PAGADO.
           IF PAGADO-HALLADO > ZERO
               IF LINEA-FECHA > TPA-ULTIMA-ACTIVIDAD(PAGADO-HALLADO)
                   MOVE LINEA-FECHA
                       TO TPA-ULTIMA-ACTIVIDAD(PAGADO-HALLADO)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Auditoria: alta de cada pagado (fecha y operador), la
      *    primera operacion de cuenta o sueldo que hizo sobre la
      *    persona ese mismo operador, y quien firmo la varianza del
      *    grupo y periodo.
      *----------------------------------------------------------------
       LEER-AUDITORIA.
           OPEN INPUT AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ AUDITORIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM EVALUAR-AUDITORIA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: no existe auditoria.txt; ninguna alta '
                   'se puede rastrear.'
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

      *    Operador despues de ' OP=' (su columna varia segun el
      *    programa que escribio la linea).
       EVALUAR-AUDITORIA.
           MOVE SPACES TO LINEA-OPERADOR.
           UNSTRING AUDITORIA-LINEA DELIMITED BY ' OP='
               INTO LINEA-PARTE LINEA-OPERADOR.
           IF AUD-LIN-OPERACION = 'FIRMA-VARIAC'
               IF AUDITORIA-LINEA(34:10) = CLAVE-CORRIDA
                   MOVE LINEA-OPERADOR TO FIRMANTE-VARIACION
               END-IF
           ELSE
               IF AUD-LIN-MARCA-ID = ' ID=' AND AUD-LIN-ID IS NUMERIC
                   MOVE AUD-LIN-ID TO ID-BUSCADO
                   PERFORM BUSCAR-PAGADO
                   IF PAGADO-HALLADO > ZERO
                       PERFORM ANOTAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

       ANOTAR-AUDITORIA.
           EVALUATE AUD-LIN-OPERACION
               WHEN 'ALTA'
                   MOVE SPACES TO LINEA-FECHA-TXT
                   STRING AUD-LIN-ANO AUD-LIN-MES AUD-LIN-DIA
                       DELIMITED BY SIZE INTO LINEA-FECHA-TXT
                   IF LINEA-FECHA-TXT IS NUMERIC
                       MOVE LINEA-FECHA-TXT
                           TO TPA-ALTA-FECHA(PAGADO-HALLADO)
                   END-IF
                   MOVE LINEA-OPERADOR
                       TO TPA-ALTA-OPERADOR(PAGADO-HALLADO)
                   MOVE SPACES TO TPA-OPERACION-PAGO(PAGADO-HALLADO)
               WHEN 'PEND-BANCO'
               WHEN 'APRU-BANCO'
               WHEN 'SOLI-SALARIO'
               WHEN 'APRU-SALARIO'
                   IF LINEA-OPERADOR NOT = SPACES AND
                           LINEA-OPERADOR =
                               TPA-ALTA-OPERADOR(PAGADO-HALLADO) AND
                           TPA-OPERACION-PAGO(PAGADO-HALLADO) = SPACES
                       MOVE AUD-LIN-OPERACION
                           TO TPA-OPERACION-PAGO(PAGADO-HALLADO)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Revision de cada pagado activo del periodo.
      *----------------------------------------------------------------
       EVALUAR-PAGADOS.
           PERFORM VARYING INDICE-PAGADO FROM 1 BY 1
                   UNTIL INDICE-PAGADO > TOTAL-PAGADOS
               IF TPA-ACTIVO(INDICE-PAGADO) NOT = 'I'
                   MOVE TPA-EMPLEADOS-ID(INDICE-PAGADO)
                       TO EMPLEADOS-ID ID-HALLAZGO
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMPLEADOS-NOMBRE TO NOMBRE-HALLAZGO
                           PERFORM EVALUAR-PAGADO
                   END-READ
               END-IF
           END-PERFORM.

       EVALUAR-PAGADO.
           IF TPA-ULTIMA-ACTIVIDAD(INDICE-PAGADO) < FECHA-LIMITE
               MOVE 'SIN ACTIVIDAD' TO MOTIVO-HALLAZGO
               MOVE SPACES TO DETALLE-HALLAZGO
               IF TPA-ULTIMA-ACTIVIDAD(INDICE-PAGADO) = ZERO
                   MOVE 'sin horas, licencias ni revisiones'
                       TO DETALLE-HALLAZGO
               ELSE
                   MOVE TPA-ULTIMA-ACTIVIDAD(INDICE-PAGADO)
                       TO FECHA-EDITADA
                   STRING 'ultima actividad ' FECHA-EDITADA
                       DELIMITED BY SIZE INTO DETALLE-HALLAZGO
               END-IF
               ADD 1 TO TOTAL-SIN-ACTIVIDAD
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.
           IF TPA-ALTA-FECHA(INDICE-PAGADO) >= CRG-FECHA-INICIO AND
                   TPA-ALTA-FECHA(INDICE-PAGADO) <= CRG-FECHA-CORTE AND
                   TPA-ALTA-OPERADOR(INDICE-PAGADO) NOT = SPACES
               IF TPA-OPERACION-PAGO(INDICE-PAGADO) NOT = SPACES OR
                       TPA-ALTA-OPERADOR(INDICE-PAGADO) =
                           FIRMANTE-VARIACION
                   MOVE 'ALTA Y PAGO MISMO OP.' TO MOTIVO-HALLAZGO
                   MOVE SPACES TO DETALLE-HALLAZGO
                   IF TPA-OPERACION-PAGO(INDICE-PAGADO) NOT = SPACES
                       STRING 'ALTA y '
                              TPA-OPERACION-PAGO(INDICE-PAGADO)
                              ' OP=' TPA-ALTA-OPERADOR(INDICE-PAGADO)
                           DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   ELSE
                       STRING 'ALTA y FIRMA-VARIAC OP='
                              TPA-ALTA-OPERADOR(INDICE-PAGADO)
                           DELIMITED BY SIZE INTO DETALLE-HALLAZGO
                   END-IF
                   ADD 1 TO TOTAL-MISMO-OPERADOR
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-IF.
           IF EMPLEADOS-GERENTE-ID = ZERO AND
                   EMPLEADOS-ID-FISCAL = SPACES AND
                   TPA-ALTA-OPERADOR(INDICE-PAGADO) = SPACES
               PERFORM BUSCAR-POSICION
               IF EMP-POS-STATUS NOT = '00'
                   MOVE 'SIN RASTRO DE ALTA' TO MOTIVO-HALLAZGO
                   MOVE 'sin gerente, posicion, ID fiscal ni alta'
                       TO DETALLE-HALLAZGO
                   ADD 1 TO TOTAL-SIN-RASTRO
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-IF.

      *    Sin empleado_posicion.dat nadie tiene posicion.
       BUSCAR-POSICION.
           MOVE '23' TO EMP-POS-STATUS.
           IF HAY-POSICIONES = 'S'
               MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID
               READ EMP-POS-ARCHIVO
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       ESCRIBIR-HALLAZGO.
           ADD 1 TO TOTAL-HALLAZGOS.
           MOVE ID-HALLAZGO TO DET-ID.
           MOVE NOMBRE-HALLAZGO TO DET-NOMBRE.
           MOVE MOTIVO-HALLAZGO TO DET-MOTIVO.
           MOVE DETALLE-HALLAZGO TO DET-DETALLE.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Pagados del periodo revisados' TO TOT-TEXTO.
           MOVE TOTAL-PAGADOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Personas con cuenta compartida' TO TOT-TEXTO.
           MOVE TOTAL-CUENTAS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Personas con telefono repetido' TO TOT-TEXTO.
           MOVE TOTAL-TELEFONOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Personas con domicilio repetido' TO TOT-TEXTO.
           MOVE TOTAL-DOMICILIOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Pagados sin actividad' TO TOT-TEXTO.
           MOVE TOTAL-SIN-ACTIVIDAD TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Alta y pago por el mismo operador' TO TOT-TEXTO.
           MOVE TOTAL-MISMO-OPERADOR TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Pagados sin rastro de alta' TO TOT-TEXTO.
           MOVE TOTAL-SIN-RASTRO TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Resultados de inactivos o sin maestro' TO TOT-TEXTO.
           MOVE TOTAL-INACTIVOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'TOTAL HALLAZGOS' TO TOT-TEXTO.
           MOVE TOTAL-HALLAZGOS TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    La firma exige sign-on de un admin que confirme haber
      *    revisado fraude_nomina.txt; queda en la auditoria y la
      *    corrida pasa a 'OK'.
       FIRMAR-HALLAZGOS.
           DISPLAY 'Revise fraude_nomina.txt. ¿Firmar los '
               TOTAL-HALLAZGOS ' hallazgos? (S/N):'.
           ACCEPT DECISION-FIRMA.
           IF FUNCTION UPPER-CASE(DECISION-FIRMA) NOT = 'S'
               DISPLAY 'Hallazgos sin firmar.'
           ELSE
               MOVE ZERO TO INTENTOS-SIGNON
               MOVE 'N' TO SIGNON-CORRECTO
               MOVE ZERO TO NIVEL-FIRMADO
               PERFORM INTENTAR-SIGNON
                   UNTIL SIGNON-CORRECTO = 'S'
                       OR INTENTOS-SIGNON >= 3
               IF SIGNON-CORRECTO = 'S' AND NIVEL-FIRMADO >= 3
                   MOVE 'OK' TO ESTADO-CORRIDA
                   PERFORM REGISTRAR-FIRMA
                   DISPLAY 'Hallazgos firmados por '
                       OPERADOR-FIRMADO '; PAGOS-BANCO puede correr.'
               ELSE
                   DISPLAY 'Sin firma valida de admin; los '
                       'hallazgos siguen abiertos.'
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

      *    Mismo formato de linea que FIRMA-VARIAC de
      *    VarianzaNomina-106: grupo y periodo firmados y el OP= del
      *    operador.
       REGISTRAR-FIRMA.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = '00' OR AUDITORIA-STATUS = '05'
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO AUDITORIA-FECHA-HORA
               MOVE SPACES TO AUDITORIA-LINEA
               STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                      AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                      'FIRMA-FRAUDE' ' ' CRG-GRUPO CRG-PERIODO
                      ' OP=' OPERADOR-FIRMADO
                   DELIMITED BY SIZE
                   INTO AUDITORIA-LINEA
               WRITE AUDITORIA-LINEA
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

      *    Linea estandar de bitacora de corrida; 'OK' solo sin
      *    hallazgos o con ellos firmados: es lo que mira
      *    ChequeoPrevio-98 antes de dejar correr PAGOS-BANCO.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'BARRIDO-FRAUDE' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-PAGADOS TO RUN-LEIDOS
               MOVE TOTAL-HALLAZGOS TO RUN-ESCRITOS
               MOVE TOTAL-HALLAZGOS TO RUN-RECHAZADOS
               MOVE ESTADO-CORRIDA TO RUN-ESTADO
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM BARRIDO-FRAUDE.
