      ******************************************************************
      * Author:
      * Date:
      * Purpose: Asignaciones internacionales: el empleado que se
      *          envia a trabajar a otro pais conserva su registro del
      *          pais de origen y su asignacion queda en
      *          asignaciones_internacionales.dat, indexado por
      *          empleado + fecha de inicio: pais de origen y de
      *          destino, sitio de destino, fechas de inicio y fin,
      *          asignaciones mensuales (vivienda, costo de vida,
      *          otra) y el porcentaje del pago que corresponde al
      *          destino. Con eso RecibosNomina-21 grava la parte del
      *          destino con la tabla de impuesto del pais destino y
      *          paga las asignaciones, ReportePaises-39 cuenta al
      *          asignado en el pais destino mientras dura, y
      *          AlertaAsignaciones-152 avisa 60 dias antes del fin.
      *          Aqui se registran, modifican (el fin anticipado es un
      *          cambio de fecha de fin) y cancelan, y se emite el
      *          roster de asignaciones en curso y futuras en
      *          asignaciones_roster.txt. Se llega desde BaseDeDados-01.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNACIONES-INTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones_internacionales.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): el sitio de destino
      *    debe existir y estar en el pais de destino.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT ROSTER-ARCHIVO
           ASSIGN TO 'asignaciones_roster.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASG-CLAVE.
                   10  ASG-EMPLEADOS-ID PIC 9(6).
                   10  ASG-FECHA-INICIO PIC 9(8).
               05  ASG-PAIS-ORIGEN PIC X(2).
               05  ASG-PAIS-DESTINO PIC X(2).
               05  ASG-SITIO-DESTINO PIC X(4).
      *            Blanco = sin sitio propio en el destino.
               05  ASG-FECHA-FIN PIC 9(8).
      *            Ultimo dia de la asignacion; un regreso anticipado
      *            se registra adelantando esta fecha.
               05  ASG-VIVIENDA PIC 9(7)V99.
               05  ASG-COSTO-VIDA PIC 9(7)V99.
               05  ASG-OTRA-ASIGNACION PIC 9(7)V99.
      *            Montos mensuales en la moneda del pais de origen
      *            (los paga la nomina de origen).
               05  ASG-PORCENTAJE-DESTINO PIC 9(3).
      *            Parte del pago que corresponde al destino y se
      *            grava con su tabla; el resto, con la de origen.
               05  ASG-ESTADO PIC X.
                   88  ASIGNACION-VIGENTE VALUE 'A'.
                   88  ASIGNACION-CANCELADA VALUE 'C'.
      *            'C' = cancelada antes de empezar: no cuenta para
      *            nada.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  ROSTER-ARCHIVO.
           01  LINEA-ROSTER PIC X(110).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  ORIGEN-TXT PIC X(40)
               VALUE 'Pais de origen (ENTER = pais de trabajo '.
           01  DESTINO-TXT PIC X(44)
               VALUE 'Pais de destino (codigo de 2 letras): '.
           01  SITIO-TXT PIC X(44)
               VALUE 'Sitio de destino (ENTER = sin sitio): '.
           01  INICIO-TXT PIC X(36)
               VALUE 'Fecha de inicio AAAAMMDD: '.
           01  FIN-TXT PIC X(36)
               VALUE 'Fecha de fin AAAAMMDD: '.
           01  VIVIENDA-TXT PIC X(52)
               VALUE 'Vivienda mensual (2 decimales implicitos): '.
           01  COSTO-VIDA-TXT PIC X(52)
               VALUE 'Costo de vida mensual (2 decimales implicitos): '.
           01  OTRA-TXT PIC X(52)
               VALUE 'Otra asignacion mensual (2 decimales impl.): '.
           01  PORCENTAJE-TXT PIC X(52)
               VALUE 'Porcentaje del pago en destino (ENTER = 100): '.
           01  SIN-CAMBIO-TXT PIC X(30)
               VALUE '(ENTER para no cambiar)'.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  ASIGNACIONES-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  ROSTER-STATUS PIC XX.
           01  FIN-ASIGNACIONES PIC X.
           01  FIN-SITIOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  ID-ENTRADA PIC X(6).
           01  EMPLEADO-VALIDO PIC X.
           01  ASIGNACION-VALIDA PIC X.
           01  CAMPO-VALIDO PIC X.
           01  MODO-CAMBIO PIC X.
      *        'S' = modificacion: ENTER conserva el valor actual.
           01  CONFIRMACION PIC X.
           01  PAIS-TRABAJO PIC X(2).
           01  PAIS-ENTRADA PIC X(2).
               88  PAIS-SOPORTADO VALUES 'US' 'ES' 'MX' 'AR' 'BR'
                   'CO' 'CL' 'PE'.
           01  SITIO-ENTRADA PIC X(4).
           01  SITIO-HALLADO PIC X.
           01  PAIS-SITIO-HALLADO PIC X(2).
           01  IMPORTE-ENTRADA PIC X(12).
           01  IMPORTE-CAPTURADO PIC 9(7)V99.
           01  PORCENTAJE-ENTRADA PIC X(3).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-CAPTURADA PIC 9(8).
           01  TRASLAPE-HALLADO PIC X.
           01  ASIGNACION-GUARDADA PIC X(61).
           01  CLAVE-GUARDADA PIC X(14).
           01  INICIO-NUEVO PIC 9(8).
           01  FIN-NUEVO PIC 9(8).
           01  TOTAL-LISTADAS PIC 9(5).
           01  TOTAL-EN-CURSO PIC 9(5).
           01  TOTAL-FUTURAS PIC 9(5).
           01  TOTAL-ASIGNACIONES PIC 9(7)V99.

      *    Validacion real de calendario para las fechas capturadas.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

           01  LINEA-ASIGNACION.
               05  LAS-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-NOMBRE PIC X(15).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-APELLIDOS PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-ORIGEN PIC X(2).
               05  FILLER PIC X(2) VALUE '->'.
               05  LAS-DESTINO PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-SITIO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-INICIO PIC 9(8).
               05  FILLER PIC X(1) VALUE '-'.
               05  LAS-FIN PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-PORCENTAJE PIC ZZ9.
               05  FILLER PIC X(2) VALUE '% '.
               05  LAS-ASIGNACIONES PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-ESTADO PIC X(9).

           01  LINEA-TITULO-ROSTER.
               05  FILLER PIC X(46)
                   VALUE 'ROSTER DE ASIGNACIONES INTERNACIONALES - AL '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               GOBACK
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               GOBACK
           END-IF.
           OPEN I-O ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS = '35' OR ASIGNACIONES-STATUS = '05'
               OPEN OUTPUT ASIGNACIONES-ARCHIVO
               CLOSE ASIGNACIONES-ARCHIVO
               OPEN I-O ASIGNACIONES-ARCHIVO
           END-IF.
           IF ASIGNACIONES-STATUS NOT = '00' AND
                   ASIGNACIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo ASIGNACIONES. STATUS ='
                   ASIGNACIONES-STATUS
               CLOSE EMPLEADOS-ARCHIVO
               GOBACK
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.

       PROGRAM-DONE.
           GOBACK.

       SELECCIONAR-OPERACION.
           DISPLAY '--- Asignaciones internacionales ---'.
           DISPLAY '1) Registrar una asignacion'.
           DISPLAY '2) Modificar una asignacion (o adelantar su fin)'.
           DISPLAY '3) Cancelar una asignacion que no ha empezado'.
           DISPLAY '4) Asignaciones de un empleado'.
           DISPLAY '5) Roster de asignaciones en curso y futuras'.
           DISPLAY '6) Volver'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM REGISTRAR-ASIGNACION
               WHEN '2'
                   PERFORM MODIFICAR-ASIGNACION
               WHEN '3'
                   PERFORM CANCELAR-ASIGNACION
               WHEN '4'
                   PERFORM ASIGNACIONES-DE-EMPLEADO
               WHEN '5'
                   PERFORM EMITIR-ROSTER
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Alta, modificacion y cancelacion.
      *----------------------------------------------------------------
       REGISTRAR-ASIGNACION.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S' AND STATUS-INATIVO
               DISPLAY 'El empleado esta dado de baja.'
               MOVE 'N' TO EMPLEADO-VALIDO
           END-IF.
           IF EMPLEADO-VALIDO = 'S'
               MOVE 'N' TO MODO-CAMBIO
               MOVE SPACES TO ASIGNACIONES-REGISTRO
               MOVE EMPLEADOS-ID TO ASG-EMPLEADOS-ID
               MOVE ZERO TO ASG-VIVIENDA ASG-COSTO-VIDA
                   ASG-OTRA-ASIGNACION
               MOVE 100 TO ASG-PORCENTAJE-DESTINO
               MOVE 'A' TO ASG-ESTADO
               PERFORM DETERMINAR-PAIS-TRABAJO
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-PAIS-ORIGEN UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-PAIS-DESTINO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-SITIO-DESTINO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-FECHA-INICIO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-FECHA-FIN UNTIL CAMPO-VALIDO = 'S'
               PERFORM CAPTURAR-IMPORTES
               PERFORM BUSCAR-TRASLAPE
               IF TRASLAPE-HALLADO = 'S'
                   DISPLAY 'Las fechas se cruzan con otra asignacion '
                       'del empleado; no se guardo.'
               ELSE
                   WRITE ASIGNACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'Ya existe una asignacion del '
                               'empleado con esa fecha de inicio.'
                       NOT INVALID KEY
                           DISPLAY 'Asignacion registrada: '
                               ASG-PAIS-ORIGEN ' -> ' ASG-PAIS-DESTINO
                               ' del ' ASG-FECHA-INICIO ' al '
                               ASG-FECHA-FIN
                   END-WRITE
               END-IF
           END-IF.

      *    Se cambian destino, sitio, fin, importes y reparto; la
      *    fecha de inicio es la clave y no se mueve (para otra fecha,
      *    cancelar y registrar de nuevo).
       MODIFICAR-ASIGNACION.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               PERFORM LEER-ASIGNACION
           END-IF.
           IF EMPLEADO-VALIDO = 'S' AND ASIGNACION-VALIDA = 'S'
               MOVE ASIGNACIONES-REGISTRO TO ASIGNACION-GUARDADA
               MOVE 'S' TO MODO-CAMBIO
               DISPLAY SIN-CAMBIO-TXT
               MOVE ASG-PAIS-ORIGEN TO PAIS-TRABAJO
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-PAIS-DESTINO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-SITIO-DESTINO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-FECHA-FIN UNTIL CAMPO-VALIDO = 'S'
               PERFORM CAPTURAR-IMPORTES
               PERFORM BUSCAR-TRASLAPE
               IF TRASLAPE-HALLADO = 'S'
                   DISPLAY 'Las fechas se cruzan con otra asignacion '
                       'del empleado; no se guardo.'
               ELSE
                   REWRITE ASIGNACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar la '
                               'asignacion. STATUS ='
                               ASIGNACIONES-STATUS
                       NOT INVALID KEY
                           DISPLAY 'Asignacion actualizada; termina '
                               'el ' ASG-FECHA-FIN
                   END-REWRITE
               END-IF
           END-IF.

      *    Solo se cancela lo que no ha empezado: una asignacion en
      *    curso ya genero nomina y se termina adelantando el fin.
       CANCELAR-ASIGNACION.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               PERFORM LEER-ASIGNACION
           END-IF.
           IF EMPLEADO-VALIDO = 'S' AND ASIGNACION-VALIDA = 'S'
               IF ASG-FECHA-INICIO <= FECHA-HOY
                   DISPLAY 'La asignacion ya empezo; para terminarla '
                       'adelante la fecha de fin (opcion 2).'
               ELSE
                   DISPLAY 'Confirma la cancelacion de la asignacion '
                       'a ' ASG-PAIS-DESTINO ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMACION = 'S' OR CONFIRMACION = 's'
                       MOVE 'C' TO ASG-ESTADO
                       REWRITE ASIGNACIONES-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo actualizar la '
                                   'asignacion.'
                           NOT INVALID KEY
                               DISPLAY 'Asignacion cancelada.'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       LEER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe un empleado con el ID '
                           EMPLEADOS-ID '.'
                   NOT INVALID KEY
                       MOVE 'S' TO EMPLEADO-VALIDO
               END-READ
           END-IF.

      *    La asignacion se identifica por su fecha de inicio; una
      *    cancelada ya no se toca.
       LEER-ASIGNACION.
           MOVE 'N' TO ASIGNACION-VALIDA.
           PERFORM MOSTRAR-ASIGNACIONES-EMPLEADO.
           DISPLAY INICIO-TXT.
           MOVE SPACES TO FECHA-ENTRADA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY 'Fecha invalida: introduce solo digitos '
                   'AAAAMMDD.'
           ELSE
               MOVE EMPLEADOS-ID TO ASG-EMPLEADOS-ID
               MOVE FECHA-ENTRADA TO ASG-FECHA-INICIO
               READ ASIGNACIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'El empleado no tiene una asignacion '
                           'que empiece el ' FECHA-ENTRADA '.'
                   NOT INVALID KEY
                       IF ASIGNACION-CANCELADA
                           DISPLAY 'Esa asignacion esta cancelada.'
                       ELSE
                           MOVE 'S' TO ASIGNACION-VALIDA
                       END-IF
               END-READ
           END-IF.

      *    Mismo criterio que DETERMINAR-PAIS-TRABAJO en
      *    RegistrosIndexados-05: el sitio manda sobre el domicilio.
       DETERMINAR-PAIS-TRABAJO.
           MOVE DIR-CODIGO-PAIS TO PAIS-TRABAJO.
           IF EMPLEADOS-SITIO NOT = SPACES
               MOVE EMPLEADOS-SITIO TO SITIO-ENTRADA
               PERFORM BUSCAR-SITIO
               IF PAIS-SITIO-HALLADO NOT = SPACES
                   MOVE PAIS-SITIO-HALLADO TO PAIS-TRABAJO
               END-IF
           END-IF.

       BUSCAR-SITIO.
           MOVE 'N' TO SITIO-HALLADO.
           MOVE SPACES TO PAIS-SITIO-HALLADO.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '00'
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF SIT-CODIGO = SITIO-ENTRADA
                               MOVE 'S' TO SITIO-HALLADO
                               MOVE SIT-PAIS TO PAIS-SITIO-HALLADO
                               MOVE 'S' TO FIN-SITIOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SITIOS-ARCHIVO.

       OBTENER-PAIS-ORIGEN.
           DISPLAY ORIGEN-TXT PAIS-TRABAJO '): '.
           MOVE SPACES TO PAIS-ENTRADA.
           ACCEPT PAIS-ENTRADA.
           IF PAIS-ENTRADA = SPACES
               MOVE PAIS-TRABAJO TO PAIS-ENTRADA
           END-IF.
           MOVE FUNCTION UPPER-CASE(PAIS-ENTRADA) TO PAIS-ENTRADA.
           IF PAIS-SOPORTADO
               MOVE PAIS-ENTRADA TO ASG-PAIS-ORIGEN
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Pais no soportado por nomina: US, ES, MX, AR, '
                   'BR, CO, CL o PE.'
           END-IF.

       OBTENER-PAIS-DESTINO.
           DISPLAY DESTINO-TXT.
           MOVE SPACES TO PAIS-ENTRADA.
           ACCEPT PAIS-ENTRADA.
           IF PAIS-ENTRADA = SPACES AND MODO-CAMBIO = 'S'
               MOVE ASG-PAIS-DESTINO TO PAIS-ENTRADA
           END-IF.
           MOVE FUNCTION UPPER-CASE(PAIS-ENTRADA) TO PAIS-ENTRADA.
           EVALUATE TRUE
               WHEN NOT PAIS-SOPORTADO
                   DISPLAY 'Pais no soportado por nomina: US, ES, MX, '
                       'AR, BR, CO, CL o PE.'
               WHEN PAIS-ENTRADA = ASG-PAIS-ORIGEN
                   DISPLAY 'El destino debe ser distinto del pais de '
                       'origen.'
               WHEN OTHER
                   MOVE PAIS-ENTRADA TO ASG-PAIS-DESTINO
                   MOVE 'S' TO CAMPO-VALIDO
           END-EVALUATE.

      *    En una modificacion, ENTER conserva el sitio; un punto lo
      *    deja en blanco.
       OBTENER-SITIO-DESTINO.
           DISPLAY SITIO-TXT.
           MOVE SPACES TO SITIO-ENTRADA.
           ACCEPT SITIO-ENTRADA.
           IF MODO-CAMBIO = 'S'
               EVALUATE SITIO-ENTRADA
                   WHEN SPACES
                       MOVE ASG-SITIO-DESTINO TO SITIO-ENTRADA
                   WHEN '.'
                       MOVE SPACES TO SITIO-ENTRADA
               END-EVALUATE
           END-IF.
           IF SITIO-ENTRADA = SPACES
               MOVE SPACES TO ASG-SITIO-DESTINO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               PERFORM BUSCAR-SITIO
               EVALUATE TRUE
                   WHEN SITIO-HALLADO = 'N'
                       DISPLAY 'No existe el sitio ' SITIO-ENTRADA
                           ' en sitios.dat.'
                   WHEN PAIS-SITIO-HALLADO NOT = SPACES AND
                           PAIS-SITIO-HALLADO NOT = ASG-PAIS-DESTINO
                       DISPLAY 'El sitio ' SITIO-ENTRADA ' esta en '
                           PAIS-SITIO-HALLADO ', no en el destino.'
                   WHEN OTHER
                       MOVE SITIO-ENTRADA TO ASG-SITIO-DESTINO
                       MOVE 'S' TO CAMPO-VALIDO
               END-EVALUATE
           END-IF.

       OBTENER-FECHA-INICIO.
           DISPLAY INICIO-TXT.
           PERFORM CAPTURAR-FECHA.
           IF FECHA-CALENDARIO-OK = 'S'
               MOVE FECHA-CAPTURADA TO ASG-FECHA-INICIO
               MOVE 'S' TO CAMPO-VALIDO
           END-IF.

       OBTENER-FECHA-FIN.
           DISPLAY FIN-TXT.
           IF MODO-CAMBIO = 'S'
               DISPLAY '(ENTER = ' ASG-FECHA-FIN ')'
           END-IF.
           PERFORM CAPTURAR-FECHA.
           IF FECHA-CALENDARIO-OK = 'S'
               IF FECHA-CAPTURADA <= ASG-FECHA-INICIO
                   DISPLAY 'El fin debe ser posterior al inicio ('
                       ASG-FECHA-INICIO ').'
               ELSE
                   MOVE FECHA-CAPTURADA TO ASG-FECHA-FIN
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           END-IF.

      *    Fecha en FECHA-CAPTURADA; en una modificacion ENTER deja
      *    la fecha de fin que ya tenia.
       CAPTURAR-FECHA.
           MOVE 'N' TO FECHA-CALENDARIO-OK.
           MOVE SPACES TO FECHA-ENTRADA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES AND MODO-CAMBIO = 'S'
               MOVE ASG-FECHA-FIN TO FECHA-CAPTURADA
               MOVE 'S' TO FECHA-CALENDARIO-OK
           ELSE
               IF FECHA-ENTRADA IS NOT NUMERIC
                   DISPLAY 'Fecha invalida: introduce solo digitos '
                       'AAAAMMDD.'
               ELSE
                   MOVE FECHA-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
                   IF FECHA-CALENDARIO-OK = 'N'
                       DISPLAY 'Fecha invalida: mes o dia fuera de '
                           'calendario.'
                   ELSE
                       MOVE FECHA-EVALUADA TO FECHA-CAPTURADA
                   END-IF
               END-IF
           END-IF.

       CAPTURAR-IMPORTES.
           DISPLAY VIVIENDA-TXT.
           PERFORM OBTENER-IMPORTE.
           IF CAMPO-VALIDO = 'S'
               MOVE IMPORTE-CAPTURADO TO ASG-VIVIENDA
           END-IF.
           DISPLAY COSTO-VIDA-TXT.
           PERFORM OBTENER-IMPORTE.
           IF CAMPO-VALIDO = 'S'
               MOVE IMPORTE-CAPTURADO TO ASG-COSTO-VIDA
           END-IF.
           DISPLAY OTRA-TXT.
           PERFORM OBTENER-IMPORTE.
           IF CAMPO-VALIDO = 'S'
               MOVE IMPORTE-CAPTURADO TO ASG-OTRA-ASIGNACION
           END-IF.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'.

      *    CAMPO-VALIDO = 'S' con un importe nuevo; ENTER en una
      *    alta es cero y en una modificacion no cambia nada.
       OBTENER-IMPORTE.
           MOVE 'N' TO CAMPO-VALIDO.
           MOVE SPACES TO IMPORTE-ENTRADA.
           ACCEPT IMPORTE-ENTRADA.
           EVALUATE TRUE
               WHEN IMPORTE-ENTRADA = SPACES AND MODO-CAMBIO = 'S'
                   CONTINUE
               WHEN IMPORTE-ENTRADA = SPACES
                   MOVE ZERO TO IMPORTE-CAPTURADO
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN FUNCTION TRIM(IMPORTE-ENTRADA) IS NUMERIC
                   COMPUTE IMPORTE-CAPTURADO =
                       FUNCTION NUMVAL(IMPORTE-ENTRADA) / 100
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN OTHER
                   DISPLAY 'Importe invalido: introduce solo digitos; '
                       'queda sin cambio.'
           END-EVALUATE.

       OBTENER-PORCENTAJE.
           DISPLAY PORCENTAJE-TXT.
           MOVE SPACES TO PORCENTAJE-ENTRADA.
           ACCEPT PORCENTAJE-ENTRADA.
           EVALUATE TRUE
               WHEN PORCENTAJE-ENTRADA = SPACES AND MODO-CAMBIO = 'S'
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN PORCENTAJE-ENTRADA = SPACES
                   MOVE 100 TO ASG-PORCENTAJE-DESTINO
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN FUNCTION TRIM(PORCENTAJE-ENTRADA) IS NOT NUMERIC
                   DISPLAY 'Porcentaje invalido: de 0 a 100.'
               WHEN FUNCTION NUMVAL(PORCENTAJE-ENTRADA) > 100
                   DISPLAY 'Porcentaje invalido: de 0 a 100.'
               WHEN OTHER
                   COMPUTE ASG-PORCENTAJE-DESTINO =
                       FUNCTION NUMVAL(PORCENTAJE-ENTRADA)
                   MOVE 'S' TO CAMPO-VALIDO
           END-EVALUATE.

      *    Un empleado no puede estar en dos asignaciones a la vez:
      *    recorre las suyas (menos la que se esta capturando y las
      *    canceladas) buscando un cruce de fechas. Deja el registro
      *    capturado como estaba.
       BUSCAR-TRASLAPE.
           MOVE 'N' TO TRASLAPE-HALLADO.
           MOVE ASIGNACIONES-REGISTRO TO ASIGNACION-GUARDADA.
           MOVE ASG-CLAVE TO CLAVE-GUARDADA.
           MOVE ASG-FECHA-INICIO TO INICIO-NUEVO.
           MOVE ASG-FECHA-FIN TO FIN-NUEVO.
           MOVE ZERO TO ASG-FECHA-INICIO.
           MOVE 'N' TO FIN-ASIGNACIONES.
           START ASIGNACIONES-ARCHIVO KEY IS NOT LESS THAN ASG-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ASIGNACIONES
           END-START.
           PERFORM UNTIL FIN-ASIGNACIONES = 'S'
               READ ASIGNACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ASIGNACIONES
                   NOT AT END
                       IF ASG-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-ASIGNACIONES
                       ELSE
                           IF ASG-CLAVE NOT = CLAVE-GUARDADA AND
                                   NOT ASIGNACION-CANCELADA AND
                                   ASG-FECHA-INICIO <= FIN-NUEVO AND
                                   ASG-FECHA-FIN >= INICIO-NUEVO
                               MOVE 'S' TO TRASLAPE-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ASIGNACION-GUARDADA TO ASIGNACIONES-REGISTRO.

      *----------------------------------------------------------------
      *    Consultas y roster.
      *----------------------------------------------------------------
       ASIGNACIONES-DE-EMPLEADO.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               PERFORM MOSTRAR-ASIGNACIONES-EMPLEADO
           END-IF.

       MOSTRAR-ASIGNACIONES-EMPLEADO.
           DISPLAY 'Asignaciones de ' EMPLEADOS-NOMBRE
               EMPLEADOS-APELLIDOS.
           MOVE ZERO TO TOTAL-LISTADAS.
           MOVE EMPLEADOS-ID TO ASG-EMPLEADOS-ID.
           MOVE ZERO TO ASG-FECHA-INICIO.
           MOVE 'N' TO FIN-ASIGNACIONES.
           START ASIGNACIONES-ARCHIVO KEY IS NOT LESS THAN ASG-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ASIGNACIONES
           END-START.
           PERFORM UNTIL FIN-ASIGNACIONES = 'S'
               READ ASIGNACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ASIGNACIONES
                   NOT AT END
                       IF ASG-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-ASIGNACIONES
                       ELSE
                           PERFORM ARMAR-LINEA-ASIGNACION
                           DISPLAY LINEA-ASIGNACION
                           ADD 1 TO TOTAL-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-LISTADAS = ZERO
               DISPLAY '(sin asignaciones)'
           END-IF.

       ARMAR-LINEA-ASIGNACION.
           MOVE ASG-EMPLEADOS-ID TO LAS-ID.
           MOVE EMPLEADOS-NOMBRE TO LAS-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO LAS-APELLIDOS.
           MOVE ASG-PAIS-ORIGEN TO LAS-ORIGEN.
           MOVE ASG-PAIS-DESTINO TO LAS-DESTINO.
           MOVE ASG-SITIO-DESTINO TO LAS-SITIO.
           MOVE ASG-FECHA-INICIO TO LAS-INICIO.
           MOVE ASG-FECHA-FIN TO LAS-FIN.
           MOVE ASG-PORCENTAJE-DESTINO TO LAS-PORCENTAJE.
           COMPUTE LAS-ASIGNACIONES = ASG-VIVIENDA + ASG-COSTO-VIDA
               + ASG-OTRA-ASIGNACION.
           EVALUATE TRUE
               WHEN ASIGNACION-CANCELADA
                   MOVE 'CANCELADA' TO LAS-ESTADO
               WHEN ASG-FECHA-INICIO > FECHA-HOY
                   MOVE 'FUTURA' TO LAS-ESTADO
               WHEN ASG-FECHA-FIN < FECHA-HOY
                   MOVE 'TERMINADA' TO LAS-ESTADO
               WHEN OTHER
                   MOVE 'EN CURSO' TO LAS-ESTADO
           END-EVALUATE.

      *    Roster: las asignaciones en curso y las futuras de todo el
      *    personal, en orden de empleado, con el total mensual de
      *    asignaciones de cada una (moneda del pais de origen).
       EMITIR-ROSTER.
           OPEN OUTPUT ROSTER-ARCHIVO.
           IF ROSTER-STATUS NOT = '00'
               DISPLAY 'Error de archivo ROSTER-ARCHIVO. STATUS ='
                   ROSTER-STATUS
           ELSE
               MOVE ZERO TO TOTAL-LISTADAS TOTAL-EN-CURSO
                   TOTAL-FUTURAS
               MOVE FECHA-HOY TO TIT-FECHA
               MOVE LINEA-TITULO-ROSTER TO LINEA-ROSTER
               WRITE LINEA-ROSTER
               MOVE SPACES TO LINEA-ROSTER
               STRING 'ID     NOMBRE          APELLIDOS            '
                   'ORIG/DEST SITIO INICIO   FIN        %  '
                   'ASIGNACIONES ESTADO' DELIMITED BY SIZE
                   INTO LINEA-ROSTER
               WRITE LINEA-ROSTER
               MOVE LOW-VALUES TO ASG-CLAVE
               MOVE 'N' TO FIN-ASIGNACIONES
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF ASIGNACION-VIGENTE AND
                                   ASG-FECHA-FIN >= FECHA-HOY
                               PERFORM ESCRIBIR-LINEA-ROSTER
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO LINEA-ROSTER
               WRITE LINEA-ROSTER
               MOVE 'Asignaciones en curso' TO TOT-TEXTO
               MOVE TOTAL-EN-CURSO TO TOT-CANTIDAD
               MOVE LINEA-TOTAL TO LINEA-ROSTER
               WRITE LINEA-ROSTER
               MOVE 'Asignaciones futuras' TO TOT-TEXTO
               MOVE TOTAL-FUTURAS TO TOT-CANTIDAD
               MOVE LINEA-TOTAL TO LINEA-ROSTER
               WRITE LINEA-ROSTER
               CLOSE ROSTER-ARCHIVO
               DISPLAY 'Asignaciones en el roster: ' TOTAL-LISTADAS
               DISPLAY 'Roster en asignaciones_roster.txt'
           END-IF.

       ESCRIBIR-LINEA-ROSTER.
           MOVE ASG-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE '(no existe)' TO EMPLEADOS-NOMBRE
                   MOVE SPACES TO EMPLEADOS-APELLIDOS
           END-READ.
           PERFORM ARMAR-LINEA-ASIGNACION.
           MOVE LINEA-ASIGNACION TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           ADD 1 TO TOTAL-LISTADAS.
           IF ASG-FECHA-INICIO > FECHA-HOY
               ADD 1 TO TOTAL-FUTURAS
           ELSE
               ADD 1 TO TOTAL-EN-CURSO
           END-IF.

      *    Mes 01-12, dia segun el mes, y febrero con ano bisiesto
      *    (divisible entre 4, salvo siglos no divisibles entre 400).
       VALIDAR-FECHA-CALENDARIO.
           MOVE 'N' TO FECHA-CALENDARIO-OK.
           IF FEV-MES >= 1 AND FEV-MES <= 12 AND FEV-ANO > ZERO
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

       END PROGRAM ASIGNACIONES-INTL.
