      * Date:
      * Purpose: Subsistema de vacaciones y ausencias: corrida de
      *          acumulacion que abona dias por mes de servicio a cada
      *          empleado activo (una sola vez por periodo AAAAMM,
      *          prorrateados por su porcentaje de jornada),
      *          captura de dias tomados, y reporte de saldos por
      *          departamento. Los saldos viven en vacaciones.dat
      *          (indexado por EMPLEADOS-ID, mismo patron de archivo
      *          satelite que emergencia.dat). Se llega aqui desde el
      *          menu de BaseDeDados-01, junto a la opcion de Reportes.
      *          Cada solicitud lleva su tipo de licencia (VAC = las
      *          vacaciones de siempre; los demas del maestro por pais
      *          de TIPOS-LICENCIA) y los tipos con saldo propio lo
      *          llevan en saldos_licencia.dat, sin tocar el de
      *          vacaciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FERIADOS-STATUS.

      *    Tipos de licencia por pais (TiposLicencia-127) y el saldo
      *    anual de cada tipo que lleva saldo propio, por empleado.
           SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
           ASSIGN TO 'tipos_licencia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPOS-LICENCIA-STATUS.

           SELECT OPTIONAL SALDOS-LICENCIA-ARCHIVO
           ASSIGN TO 'saldos_licencia.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SLI-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SALDOS-LICENCIA-STATUS.

           SELECT AUSENCIAS-ARCHIVO
           ASSIGN TO 'ausencias_semana.txt'
           ORGANIZATION IS LINE SEQUENTIAL
                   88  SOLICITUD-RECHAZADA VALUE 'R'.
                   88  SOLICITUD-TOMADA VALUE 'T'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).
      *            Tipo de licencia; 'VAC' o blanco (solicitudes
      *            anteriores al campo) = vacaciones.

       FD  FERIADOS-ARCHIVO.
           01  FERIADOS-REGISTRO.
               05  FER-FECHA PIC 9(8).
               05  FER-DESCRIPCION PIC X(30).

       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
               05  TLI-PORCENTAJE PIC 9(3).
               05  TLI-USA-SALDO PIC X.

       FD  SALDOS-LICENCIA-ARCHIVO.
           01  SALDOS-LICENCIA-REGISTRO.
               05  SLI-CLAVE.
                   10  SLI-EMPLEADOS-ID PIC 9(6).
                   10  SLI-TIPO PIC X(4).
               05  SLI-ANO PIC 9(4).
      *            Ano del derecho; al pedir el saldo en un ano nuevo
      *            se vuelve a abonar el derecho completo del tipo.
               05  SLI-DIAS-DERECHO PIC 9(3)V99.
               05  SLI-DIAS-TOMADOS PIC 9(3)V99.

       FD  AUSENCIAS-ARCHIVO.
           01  LINEA-AUSENCIA PIC X(80).

      *    Dias abonados por mes de servicio (2.50 = 30 dias al ano,
      *    el convenio de la casa).
           01  DIAS-POR-MES PIC 9V99 VALUE 2.50.
      *    Abono del empleado: DIAS-POR-MES prorrateado por su
      *    porcentaje de jornada (EMPLEADOS-FTE).
           01  DIAS-ABONO PIC 9V99.

           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
               VALUE 'Hasta (AAAAMMDD): '.
           01  APROBADOR-TXT PIC X(34)
               VALUE 'ID del gerente que aprueba: '.
           01  TIPO-TXT PIC X(40)
               VALUE 'Tipo de licencia (ENTER = VAC): '.
           01  SEMANA-TXT PIC X(40)
               VALUE 'Semana terminada el (AAAAMMDD): '.
           01  FECHA-ENTRADA PIC X(8).
           01  DECISION-SOLICITUD PIC X.
           01  SOLICITUDES-VISTAS PIC 9(4).
           01  POSTEADAS PIC 9(4).
           01  GUARDA-REGISTRO-VAC PIC X(250).
           01  DIA-EVALUADO PIC 9(8).
           01  DIAS-ABSOLUTOS PIC 9(7).
           01  DIAS-ABS-HASTA PIC 9(7).
           01  SEMANA-FIN PIC 9(8).
           01  SEMANA-INICIO PIC 9(8).

      *    Tipos de licencia.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  SALDOS-LICENCIA-STATUS PIC XX.
           01  FIN-TIPOS PIC X.
           01  FIN-SALDOS-LICENCIA PIC X.
           01  TIPO-ENTRADA PIC X(4).
           01  TIPO-VALIDO PIC X.
           01  TIPO-USA-SALDO PIC X.
           01  TIPO-DIAS-ANUALES PIC 9(3).
           01  ANO-ACTUAL PIC 9(4).

      *    Validacion real de calendario para las fechas capturadas.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
                   SOLICITUDES-STATUS
               GOBACK
           END-IF.
           OPEN I-O SALDOS-LICENCIA-ARCHIVO.
           IF SALDOS-LICENCIA-STATUS = '35' OR
                   SALDOS-LICENCIA-STATUS = '05'
               OPEN OUTPUT SALDOS-LICENCIA-ARCHIVO
               CLOSE SALDOS-LICENCIA-ARCHIVO
               OPEN I-O SALDOS-LICENCIA-ARCHIVO
           END-IF.
           IF SALDOS-LICENCIA-STATUS NOT = '00' AND
                   SALDOS-LICENCIA-STATUS NOT = '05'
               DISPLAY 'Error de archivo SALDOS-LICENCIA. STATUS ='
                   SALDOS-LICENCIA-STATUS
               GOBACK
           END-IF.
           PERFORM OBTENER-ID-MAXIMO-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE FECHA-HOY(1:6) TO PERIODO-ACTUAL.
           MOVE FECHA-HOY(1:4) TO ANO-ACTUAL.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE SALDOS-LICENCIA-ARCHIVO.

      *    Mismo recorrido completo que OBTENER-ID-MAXIMO-EMERGENCIA
      *    en RegistrosIndexados-05.

      *    Abona DIAS-POR-MES a cada empleado activo cuyo saldo no
      *    haya sido abonado todavia este periodo; crea el registro de
      *    saldo en el primer abono del empleado. Las jornadas
      *    parciales reciben la parte proporcional a su porcentaje.
       CORRIDA-ACUMULACION.
           MOVE ZERO TO TOTAL-ABONADOS.
           MOVE '1' TO FIN-DEL-ARCHIVO.
               PERIODO-ACTUAL '): ' TOTAL-ABONADOS.

       ABONAR-EMPLEADO.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE DIAS-POR-MES TO DIAS-ABONO
           ELSE
               COMPUTE DIAS-ABONO ROUNDED =
                   DIAS-POR-MES * EMPLEADOS-FTE / 100
           END-IF.
           MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID
                   MOVE DIAS-ABONO TO VAC-DIAS-ACUMULADOS
                   MOVE ZERO TO VAC-DIAS-TOMADOS
                   MOVE PERIODO-ACTUAL TO VAC-ULTIMO-PERIODO
                   WRITE VACACIONES-REGISTRO
                   END-WRITE
               NOT INVALID KEY
                   IF VAC-ULTIMO-PERIODO NOT = PERIODO-ACTUAL
                       ADD DIAS-ABONO TO VAC-DIAS-ACUMULADOS
                       MOVE PERIODO-ACTUAL TO VAC-ULTIMO-PERIODO
                       REWRITE VACACIONES-REGISTRO
                           INVALID KEY
                       ' Tomados: ' VAC-DIAS-TOMADOS
                       ' Saldo: ' SALDO-DIAS
           END-READ.
           PERFORM MOSTRAR-SALDOS-LICENCIA.

      *    Saldos de los demas tipos de licencia del empleado.
       MOSTRAR-SALDOS-LICENCIA.
           MOVE EMPLEADOS-ID TO SLI-EMPLEADOS-ID.
           MOVE LOW-VALUES TO SLI-TIPO.
           MOVE 'N' TO FIN-SALDOS-LICENCIA.
           START SALDOS-LICENCIA-ARCHIVO KEY IS NOT LESS THAN SLI-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-SALDOS-LICENCIA
           END-START.
           PERFORM UNTIL FIN-SALDOS-LICENCIA = 'S'
               READ SALDOS-LICENCIA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SALDOS-LICENCIA
                   NOT AT END
                       IF SLI-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-SALDOS-LICENCIA
                       ELSE
                           COMPUTE SALDO-DIAS =
                               SLI-DIAS-DERECHO - SLI-DIAS-TOMADOS
                           DISPLAY 'Licencia ' SLI-TIPO ' (' SLI-ANO
                               ') Derecho: ' SLI-DIAS-DERECHO
                               ' Tomados: ' SLI-DIAS-TOMADOS
                               ' Saldo: ' SALDO-DIAS
                       END-IF
               END-READ
           END-PERFORM.

      *    Reporte de saldos por departamento: por cada codigo de
      *    departamentos.dat, recorre el maestro y suma los saldos de
           PERFORM OBTENER-EMPLEADO UNTIL EMPLEADO-EXISTE = 'S'.
           MOVE EMPLEADOS-GERENTE-ID TO GERENTE-DEL-EMPLEADO.
           MOVE DIR-CODIGO-PAIS TO PAIS-DEL-EMPLEADO.
           MOVE 'N' TO TIPO-VALIDO.
           PERFORM OBTENER-TIPO-LICENCIA UNTIL TIPO-VALIDO = 'S'.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-DESDE UNTIL FECHA-VALIDA = 'S'.
           MOVE 'N' TO FECHA-VALIDA.
               DISPLAY 'El rango no tiene dias habiles; no se '
                   'guardo la solicitud.'
           ELSE
               PERFORM CALCULAR-DISPONIBLE
               IF DIAS-SOLICITADOS > DIAS-DISPONIBLES
                   DISPLAY 'Solicitud de ' DIAS-SOLICITADOS
                       ' dias excede el saldo disponible ('
                   MOVE 'P' TO SOL-ESTADO
                   MOVE DIAS-SOLICITADOS TO SOL-DIAS
                   MOVE ZERO TO SOL-APROBADOR
                   MOVE TIPO-ENTRADA TO SOL-TIPO
                   WRITE SOLICITUDES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar la solicitud.'
                       NOT INVALID KEY
                           DISPLAY 'Solicitud ' SOL-ID ' (' SOL-TIPO
                               ') por ' SOL-DIAS ' dias, pendiente '
                               'del gerente ' GERENTE-DEL-EMPLEADO '.'
                   END-WRITE
               END-IF
           END-IF.

      *    El tipo tiene que existir para el pais del empleado en
      *    tipos_licencia.dat; VAC siempre vale.
       OBTENER-TIPO-LICENCIA.
           DISPLAY TIPO-TXT.
           MOVE SPACES TO TIPO-ENTRADA.
           ACCEPT TIPO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(TIPO-ENTRADA) TO TIPO-ENTRADA.
           IF TIPO-ENTRADA = SPACES
               MOVE 'VAC' TO TIPO-ENTRADA
           END-IF.
           MOVE 'N' TO TIPO-USA-SALDO.
           MOVE ZERO TO TIPO-DIAS-ANUALES.
           IF TIPO-ENTRADA = 'VAC'
               MOVE 'S' TO TIPO-VALIDO
           ELSE
               OPEN INPUT TIPOS-LICENCIA-ARCHIVO
               IF TIPOS-LICENCIA-STATUS = '05' OR
                       TIPOS-LICENCIA-STATUS = '35'
                   CONTINUE
               ELSE
                   MOVE 'N' TO FIN-TIPOS
                   PERFORM UNTIL FIN-TIPOS = 'S'
                       READ TIPOS-LICENCIA-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-TIPOS
                           NOT AT END
                               IF TLI-PAIS = PAIS-DEL-EMPLEADO AND
                                       TLI-CODIGO = TIPO-ENTRADA
                                   MOVE 'S' TO TIPO-VALIDO
                                   MOVE TLI-USA-SALDO
                                       TO TIPO-USA-SALDO
                                   MOVE TLI-DIAS-ANUALES
                                       TO TIPO-DIAS-ANUALES
                                   MOVE 'S' TO FIN-TIPOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE TIPOS-LICENCIA-ARCHIVO
               IF TIPO-VALIDO = 'N'
                   DISPLAY 'El tipo ' TIPO-ENTRADA ' no existe para '
                       'el pais ' PAIS-DEL-EMPLEADO '.'
               END-IF
           END-IF.

      *    Disponible segun el tipo: saldo de vacaciones, saldo
      *    propio del tipo en el ano, o sin tope si el tipo no lleva
      *    saldo.
       CALCULAR-DISPONIBLE.
           EVALUATE TRUE
               WHEN TIPO-ENTRADA = 'VAC'
                   MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID
                   READ VACACIONES-ARCHIVO
                       INVALID KEY
                           MOVE ZERO TO DIAS-DISPONIBLES
                       NOT INVALID KEY
                           COMPUTE DIAS-DISPONIBLES =
                               VAC-DIAS-ACUMULADOS - VAC-DIAS-TOMADOS
                   END-READ
               WHEN TIPO-USA-SALDO = 'S'
                   PERFORM LEER-SALDO-LICENCIA
                   COMPUTE DIAS-DISPONIBLES =
                       SLI-DIAS-DERECHO - SLI-DIAS-TOMADOS
               WHEN OTHER
                   MOVE 999 TO DIAS-DISPONIBLES
           END-EVALUATE.

      *    Saldo del tipo en el ano en curso; el primer uso del ano
      *    abona el derecho completo del tipo.
       LEER-SALDO-LICENCIA.
           MOVE EMPLEADOS-ID TO SLI-EMPLEADOS-ID.
           MOVE TIPO-ENTRADA TO SLI-TIPO.
           READ SALDOS-LICENCIA-ARCHIVO
               INVALID KEY
                   MOVE EMPLEADOS-ID TO SLI-EMPLEADOS-ID
                   MOVE TIPO-ENTRADA TO SLI-TIPO
                   MOVE ANO-ACTUAL TO SLI-ANO
                   MOVE TIPO-DIAS-ANUALES TO SLI-DIAS-DERECHO
                   MOVE ZERO TO SLI-DIAS-TOMADOS
                   WRITE SALDOS-LICENCIA-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo crear el saldo del '
                               'tipo ' TIPO-ENTRADA '.'
                   END-WRITE
               NOT INVALID KEY
                   IF SLI-ANO < ANO-ACTUAL
                       MOVE ANO-ACTUAL TO SLI-ANO
                       MOVE TIPO-DIAS-ANUALES TO SLI-DIAS-DERECHO
                       MOVE ZERO TO SLI-DIAS-TOMADOS
                       REWRITE SALDOS-LICENCIA-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo renovar el saldo '
                                   'del tipo ' TIPO-ENTRADA '.'
                       END-REWRITE
                   END-IF
           END-READ.

       OBTENER-FECHA-DESDE.
           DISPLAY FECHA-DESDE-TXT.
           ACCEPT FECHA-ENTRADA.
               NOT INVALID KEY
                   IF EMPLEADOS-GERENTE-ID = APROBADOR-ID
                       ADD 1 TO SOLICITUDES-VISTAS
                       DISPLAY 'Solicitud ' SOL-ID ' ' SOL-TIPO ' de '
                           EMPLEADOS-NOMBRE ' (' SOL-DIAS ' dias, '
                           SOL-FECHA-DESDE ' a ' SOL-FECHA-HASTA ')'
                       DISPLAY '  A=aprobar, R=rechazar, '
           END-REWRITE.

      *    Posteo automatico: las aprobadas cuya fecha de inicio ya
      *    llego abonan sus dias a VAC-DIAS-TOMADOS (o a los tomados
      *    del saldo de su tipo) y quedan 'T'; pensado para correrse
      *    a diario (o antes de la nomina).
       POSTEAR-INICIOS.
           MOVE ZERO TO POSTEADAS.
           MOVE LOW-VALUES TO SOL-ID.
           DISPLAY 'Licencias posteadas: ' POSTEADAS '.'.

       POSTEAR-UNA-SOLICITUD.
           IF SOL-TIPO = SPACES OR SOL-TIPO = 'VAC'
               PERFORM POSTEAR-VACACIONES
           ELSE
               PERFORM POSTEAR-OTRA-LICENCIA
           END-IF.

       POSTEAR-VACACIONES.
           MOVE SOL-EMPLEADOS-ID TO VAC-EMPLEADOS-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   END-REWRITE
           END-READ.

      *    Un tipo sin saldo propio no tiene registro en
      *    saldos_licencia.dat: solo queda tomada.
       POSTEAR-OTRA-LICENCIA.
           MOVE SOL-EMPLEADOS-ID TO SLI-EMPLEADOS-ID.
           MOVE SOL-TIPO TO SLI-TIPO.
           READ SALDOS-LICENCIA-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD SOL-DIAS TO SLI-DIAS-TOMADOS
                   REWRITE SALDOS-LICENCIA-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo postear la solicitud '
                               SOL-ID '.'
                   END-REWRITE
           END-READ.
           MOVE 'T' TO SOL-ESTADO.
           PERFORM REESCRIBIR-SOLICITUD.
           ADD 1 TO POSTEADAS.

      *    Quien esta fuera en la semana pedida, por departamento:
      *    solicitudes aprobadas o tomadas que traslapan la semana
      *    (lunes a la fecha de fin capturada), con el depto y el
