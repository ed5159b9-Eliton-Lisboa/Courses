      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transaccion dedicada de traslado interno: cambia en
      *          un solo movimiento, con fecha efectiva, el depto, la
      *          posicion, el sitio y el gerente de un empleado. En
      *          modo C se captura el traslado en traslados.dat (y se
      *          aplica de inmediato si la fecha efectiva ya llego);
      *          en modo N la cadena nocturna aplica los traslados
      *          pendientes cuya fecha efectiva ya vencio. Al aplicar
      *          libera la plaza de la posicion anterior y ocupa la
      *          nueva con las mismas reglas que POSICIONES-MASTER /
      *          RegistrosIndexados-05, da por terminadas las
      *          asignaciones de costo del empleado (asignaciones.dat
      *          no tiene fechas: el costo regresa completo al depto
      *          nuevo hasta que se capture otro reparto), y deja
      *          journal, auditoria y una linea TRANSFER en el
      *          historico. Reemplaza sobrescribir el depto a mano,
      *          que dejaba la plaza ocupada y el costo en el depto
      *          anterior sin rastro del movimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASLADO-INTERNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

      *    Traslados capturados, clave ID + fecha efectiva.
           SELECT OPTIONAL TRASLADOS-ARCHIVO
           ASSIGN TO 'traslados.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS TRA-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS TRASLADOS-STATUS.

           SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
           ASSIGN TO 'departamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTAMENTOS-STATUS.

           SELECT OPTIONAL CERRADOS-ARCHIVO
           ASSIGN TO 'departamentos_cerrados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERRADOS-STATUS.

           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

      *    Posiciones autorizadas y liga empleado-posicion
      *    (PosicionesMaster-90).
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

      *    Repartos de costo por depto (AsignacionCostos-63).
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASIG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

           SELECT AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

      *    Journal de imagenes completas (mismo archivo y layout que
      *    RegistrosIndexados-05).
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

       FD  TRASLADOS-ARCHIVO.
           01  TRASLADOS-REGISTRO.
               05  TRA-CLAVE.
                   10  TRA-EMPLEADOS-ID PIC 9(6).
                   10  TRA-FECHA-EFECTIVA PIC 9(8).
               05  TRA-DEPARTAMENTO PIC X(4).
               05  TRA-POSICION PIC X(8).
               05  TRA-SITIO PIC X(4).
               05  TRA-CAMBIA-GERENTE PIC X.
               05  TRA-GERENTE-ID PIC 9(6).
               05  TRA-MOTIVO PIC X(20).
               05  TRA-ESTADO PIC X.
                   88  TRASLADO-PENDIENTE VALUE 'P'.
                   88  TRASLADO-APLICADO VALUE 'A'.
                   88  TRASLADO-RECHAZADO VALUE 'X'.
               05  TRA-FECHA-CAPTURA PIC 9(8).
               05  TRA-FECHA-APLICADA PIC 9(8).
               05  TRA-DEPTO-ANTERIOR PIC X(4).
               05  TRA-POSICION-ANTERIOR PIC X(8).
               05  TRA-NOTA PIC X(30).

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  DEPARTAMENTOS-CODIGO PIC X(4).
               05  DEPARTAMENTOS-NOMBRE PIC X(30).
               05  DEPARTAMENTOS-GERENTE-ID PIC 9(6).

       FD  CERRADOS-ARCHIVO.
           01  CERRADOS-REGISTRO.
               05  CERRADOS-CODIGO PIC X(4).
               05  CERRADOS-FECHA PIC 9(8).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  POSICIONES-ARCHIVO.
           01  POSICIONES-REGISTRO.
               05  POS-ID PIC X(8).
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
               05  POS-ESTADO PIC X.
                   88  POSICION-ABIERTA VALUE 'A'.
                   88  POSICION-CERRADA VALUE 'C'.
               05  POS-CRITICA PIC X.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASIG-CLAVE.
                   10  ASIG-EMPLEADOS-ID PIC 9(6).
                   10  ASIG-DEPARTAMENTO PIC X(4).
               05  ASIG-PORCENTAJE PIC 9(3).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA PIC X(60).

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
           01  ID-TXT PIC X(30)
               VALUE 'ID del empleado a trasladar: '.
           01  FECHA-TXT PIC X(38)
               VALUE 'Fecha efectiva del traslado AAAAMMDD:'.
           01  DEPARTAMENTO-TXT PIC X(20)
               VALUE 'Depto destino: '.
           01  POSICION-TXT PIC X(38)
               VALUE 'Posicion destino (POSICIONES-MASTER):'.
           01  SITIO-TXT PIC X(40)
               VALUE 'Sitio destino (ENTER = sin cambio): '.
           01  GERENTE-TXT PIC X(48)
               VALUE 'Gerente nuevo (ENTER = sin cambio, 0 = ninguno):'.
           01  MOTIVO-TXT PIC X(20)
               VALUE 'Motivo del traslado:'.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  MODO-CORRIDA PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  TRASLADOS-STATUS PIC XX.
           01  DEPARTAMENTOS-STATUS PIC XX.
           01  CERRADOS-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  POSICIONES-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  ASIGNACIONES-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  JOURNAL-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  HAY-POSICIONES PIC X VALUE 'N'.
           01  FIN-DEPARTAMENTOS PIC X.
           01  FIN-CERRADOS PIC X.
           01  FIN-SITIOS PIC X.
           01  FIN-TRASLADOS PIC X.
           01  FIN-ASIGNACIONES PIC X.

           01  FECHA-HOY PIC 9(8).
           01  EMPLEADO-VALIDO PIC X.
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  DEPTO-ENTRADA PIC X(4).
           01  DEPTO-VALIDO PIC X.
           01  DEPARTAMENTO-ENCONTRADO PIC X.
           01  DEPARTAMENTO-CERRADO PIC X.
           01  POSICION-ENTRADA PIC X(8).
           01  POSICION-VALIDA PIC X.
           01  SITIO-ENTRADA PIC X(4).
           01  SITIO-VALIDO PIC X.
           01  SITIO-ENCONTRADO PIC X.
           01  GERENTE-TEMP PIC X(6).
           01  GERENTE-TEMP-NUM PIC 9(6).
           01  GERENTE-VALIDO PIC X.
           01  CAMBIA-GERENTE PIC X.
           01  MOTIVO-ENTRADA PIC X(20).

      *    Recorrido de la cadena de gerentes hacia arriba para no
      *    dejar ciclos (A reporta a B que reporta a A).
           01  GUARDA-REGISTRO-EMPLEADO PIC X(250).
           01  TRASLADADO-ID PIC 9(6).
           01  CADENA-ID PIC 9(6).
           01  CADENA-NIVEL PIC 99.
           01  CADENA-CICLO PIC X.
           01  FIN-CADENA PIC X.
           01  GERENTE-OK PIC X.

           01  TRASLADO-OK PIC X.
           01  NOTA-RECHAZO PIC X(30).
           01  DEPTO-ANTERIOR PIC X(4).
           01  POSICION-ANTERIOR PIC X(8).
           01  REPARTOS-TERMINADOS PIC 9(3).
           01  TOTAL-CAPTURADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-APLICADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.

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
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Validacion real de calendario para la fecha efectiva.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Fraccion de plaza (jornada contratada / 100).
           01  FTE-FRACCION PIC 9V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY 'Modo de corrida (C=capturar, N=aplicar vencidos):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'C'
                   PERFORM ABRIR-ARCHIVOS
                   MOVE 'S' TO SI-NO
                   PERFORM CAPTURAR-UNO UNTIL RESPOSTA-NAO
                   PERFORM CERRAR-ARCHIVOS
                   DISPLAY 'Traslados capturados: ' TOTAL-CAPTURADOS
                       ' Aplicados: ' TOTAL-APLICADOS
               WHEN 'N'
                   PERFORM ABRIR-ARCHIVOS
                   PERFORM APLICAR-VENCIDOS
                   PERFORM CERRAR-ARCHIVOS
                   DISPLAY 'Traslados vencidos: ' TOTAL-LEIDOS
                       ' Aplicados: ' TOTAL-APLICADOS
                       ' Rechazados: ' TOTAL-RECHAZADOS
                   IF TOTAL-RECHAZADOS > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM REGISTRAR-RUN-LOG
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
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
           OPEN I-O TRASLADOS-ARCHIVO.
           IF TRASLADOS-STATUS = '35' OR TRASLADOS-STATUS = '05'
               OPEN OUTPUT TRASLADOS-ARCHIVO
               CLOSE TRASLADOS-ARCHIVO
               OPEN I-O TRASLADOS-ARCHIVO
           END-IF.
           IF TRASLADOS-STATUS NOT = '00' AND
                   TRASLADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo TRASLADOS. STATUS ='
                   TRASLADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Igual que en RegistrosIndexados-05: el control de plazas
      *    solo aplica cuando el maestro de posiciones existe.
           OPEN I-O POSICIONES-ARCHIVO.
           IF POSICIONES-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
               OPEN I-O EMP-POS-ARCHIVO
               IF EMP-POS-STATUS = '35' OR EMP-POS-STATUS = '05'
                   OPEN OUTPUT EMP-POS-ARCHIVO
                   CLOSE EMP-POS-ARCHIVO
                   OPEN I-O EMP-POS-ARCHIVO
               END-IF
           END-IF.
           OPEN I-O ASIGNACIONES-ARCHIVO.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           OPEN EXTEND HISTORICO-ARCHIVO.
           OPEN EXTEND JOURNAL-ARCHIVO.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE TRASLADOS-ARCHIVO.
           CLOSE POSICIONES-ARCHIVO.
           IF HAY-POSICIONES = 'S'
               CLOSE EMP-POS-ARCHIVO
           END-IF.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE AUDITORIA-ARCHIVO.
           CLOSE HISTORICO-ARCHIVO.
           CLOSE JOURNAL-ARCHIVO.

      *----------------------------------------------------------------
      *    Modo C: captura en linea, un traslado por vuelta.
      *----------------------------------------------------------------
       CAPTURAR-UNO.
           MOVE 'N' TO EMPLEADO-VALIDO.
           PERFORM OBTENER-EMPLEADO UNTIL EMPLEADO-VALIDO = 'S'.
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-ANTERIOR.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-EFECTIVA UNTIL FECHA-VALIDA = 'S'.
           MOVE 'N' TO DEPTO-VALIDO.
           PERFORM OBTENER-DEPTO-DESTINO UNTIL DEPTO-VALIDO = 'S'.
           MOVE SPACES TO POSICION-ENTRADA.
           IF HAY-POSICIONES = 'S'
               MOVE 'N' TO POSICION-VALIDA
               PERFORM OBTENER-POSICION-DESTINO
                   UNTIL POSICION-VALIDA = 'S'
           END-IF.
           MOVE 'N' TO SITIO-VALIDO.
           PERFORM OBTENER-SITIO-DESTINO UNTIL SITIO-VALIDO = 'S'.
           MOVE 'N' TO GERENTE-VALIDO.
           PERFORM OBTENER-GERENTE-DESTINO UNTIL GERENTE-VALIDO = 'S'.
           DISPLAY MOTIVO-TXT.
           MOVE SPACES TO MOTIVO-ENTRADA.
           ACCEPT MOTIVO-ENTRADA.
           PERFORM GRABAR-TRASLADO.
           PERFORM REINICIAR.

       OBTENER-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       DISPLAY 'Ese empleado esta dado de baja.'
                   ELSE
                       MOVE 'S' TO EMPLEADO-VALIDO
                       DISPLAY 'Empleado ' EMPLEADOS-NOMBRE
                           ' depto ' EMPLEADOS-DEPARTAMENTO
                           ' sitio ' EMPLEADOS-SITIO
                           ' gerente ' EMPLEADOS-GERENTE-ID
                   END-IF
           END-READ.

       OBTENER-FECHA-EFECTIVA.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY 'Fecha invalida: introduce solo digitos '
                   'AAAAMMDD.'
           ELSE
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
               IF FECHA-CALENDARIO-OK = 'S'
                   MOVE 'S' TO FECHA-VALIDA
               ELSE
                   DISPLAY 'Fecha invalida: mes o dia fuera de '
                       'calendario.'
               END-IF
           END-IF.

      *    Mismas reglas que VALIDAR-DEPARTAMENTO: debe estar en
      *    departamentos.dat (sin maestro se acepta cualquier codigo)
      *    y no puede estar cerrado.
       OBTENER-DEPTO-DESTINO.
           DISPLAY DEPARTAMENTO-TXT.
           MOVE SPACES TO DEPTO-ENTRADA.
           ACCEPT DEPTO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(DEPTO-ENTRADA) TO DEPTO-ENTRADA.
           EVALUATE TRUE
               WHEN DEPTO-ENTRADA = SPACES
                   DISPLAY 'El depto destino es obligatorio.'
               WHEN DEPTO-ENTRADA = DEPTO-ANTERIOR
                   DISPLAY 'El empleado ya esta en el depto '
                       DEPTO-ANTERIOR '.'
               WHEN OTHER
                   PERFORM VERIFICAR-DEPTO-EXISTE
                   IF DEPARTAMENTO-ENCONTRADO = 'N'
                       DISPLAY 'No existe el depto ' DEPTO-ENTRADA
                           ' en departamentos.dat.'
                   ELSE
                       PERFORM VERIFICAR-DEPARTAMENTO-CERRADO
                       IF DEPARTAMENTO-CERRADO = 'S'
                           DISPLAY 'El depto ' DEPTO-ENTRADA
                               ' esta cerrado.'
                       ELSE
                           MOVE 'S' TO DEPTO-VALIDO
                       END-IF
                   END-IF
           END-EVALUATE.

       VERIFICAR-DEPTO-EXISTE.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-STATUS = '05' OR
                   DEPARTAMENTOS-STATUS = '35'
               MOVE 'S' TO DEPARTAMENTO-ENCONTRADO
               CLOSE DEPARTAMENTOS-ARCHIVO
           ELSE
               MOVE 'N' TO DEPARTAMENTO-ENCONTRADO
               MOVE 'N' TO FIN-DEPARTAMENTOS
               PERFORM UNTIL FIN-DEPARTAMENTOS = 'S'
                   READ DEPARTAMENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEPARTAMENTOS
                       NOT AT END
                           IF DEPARTAMENTOS-CODIGO = DEPTO-ENTRADA
                               MOVE 'S' TO DEPARTAMENTO-ENCONTRADO
                               MOVE 'S' TO FIN-DEPARTAMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTAMENTOS-ARCHIVO
           END-IF.

       VERIFICAR-DEPARTAMENTO-CERRADO.
           MOVE 'N' TO DEPARTAMENTO-CERRADO.
           OPEN INPUT CERRADOS-ARCHIVO.
           IF CERRADOS-STATUS = '05' OR CERRADOS-STATUS = '35'
               CLOSE CERRADOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-CERRADOS
               PERFORM UNTIL FIN-CERRADOS = 'S'
                   READ CERRADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CERRADOS
                       NOT AT END
                           IF CERRADOS-CODIGO = DEPTO-ENTRADA
                               MOVE 'S' TO DEPARTAMENTO-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERRADOS-ARCHIVO
           END-IF.

      *    Mismas reglas que OBTENER-POSICION en el alta, contra el
      *    depto destino.
       OBTENER-POSICION-DESTINO.
           PERFORM CALCULAR-FRACCION-FTE.
           DISPLAY POSICION-TXT.
           MOVE SPACES TO POSICION-ENTRADA.
           ACCEPT POSICION-ENTRADA.
           MOVE FUNCTION UPPER-CASE(POSICION-ENTRADA)
               TO POSICION-ENTRADA.
           MOVE POSICION-ENTRADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa posicion; autorizela en '
                       'POSICIONES-MASTER.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT POSICION-ABIERTA
                           DISPLAY 'Esa posicion esta cerrada.'
                       WHEN POS-DEPARTAMENTO NOT = DEPTO-ENTRADA
                           DISPLAY 'La posicion es del depto '
                               POS-DEPARTAMENTO ', no de '
                               DEPTO-ENTRADA '.'
                       WHEN POS-OCUPADAS + FTE-FRACCION >
                               POS-AUTORIZADAS
                           DISPLAY 'Sin plazas libres en esa '
                               'posicion.'
                       WHEN OTHER
                           MOVE 'S' TO POSICION-VALIDA
                   END-EVALUATE
           END-READ.

       OBTENER-SITIO-DESTINO.
           DISPLAY SITIO-TXT.
           MOVE SPACES TO SITIO-ENTRADA.
           ACCEPT SITIO-ENTRADA.
           IF SITIO-ENTRADA = SPACES
               MOVE 'S' TO SITIO-VALIDO
           ELSE
               MOVE FUNCTION UPPER-CASE(SITIO-ENTRADA)
                   TO SITIO-ENTRADA
               PERFORM VERIFICAR-SITIO-EXISTE
               IF SITIO-ENCONTRADO = 'S'
                   MOVE 'S' TO SITIO-VALIDO
               ELSE
                   DISPLAY 'El sitio no existe en sitios.dat.'
               END-IF
           END-IF.

       VERIFICAR-SITIO-EXISTE.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               MOVE 'S' TO SITIO-ENCONTRADO
               CLOSE SITIOS-ARCHIVO
           ELSE
               MOVE 'N' TO SITIO-ENCONTRADO
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF SIT-CODIGO = SITIO-ENTRADA
                               MOVE 'S' TO SITIO-ENCONTRADO
                               MOVE 'S' TO FIN-SITIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

      *    Mismas reglas que SOLICITAR-CAMBIOS en
      *    RegistrosIndexados-05 (0 quita el gerente, no puede ser el
      *    mismo empleado, debe existir), mas: el gerente debe estar
      *    activo y no puede reportar, directa o indirectamente, al
      *    empleado trasladado.
       OBTENER-GERENTE-DESTINO.
           DISPLAY GERENTE-TXT.
           MOVE SPACES TO GERENTE-TEMP.
           ACCEPT GERENTE-TEMP.
           EVALUATE TRUE
               WHEN GERENTE-TEMP = SPACES
                   MOVE 'N' TO CAMBIA-GERENTE
                   MOVE ZEROES TO GERENTE-TEMP-NUM
                   MOVE 'S' TO GERENTE-VALIDO
               WHEN GERENTE-TEMP IS NOT NUMERIC
                   DISPLAY 'ID de gerente invalido: introduce solo '
                       'digitos.'
               WHEN OTHER
                   MOVE GERENTE-TEMP TO GERENTE-TEMP-NUM
                   MOVE 'S' TO CAMBIA-GERENTE
                   IF GERENTE-TEMP-NUM = ZEROES
                       MOVE 'S' TO GERENTE-VALIDO
                   ELSE
                       PERFORM VERIFICAR-GERENTE
                       IF GERENTE-OK = 'S'
                           MOVE 'S' TO GERENTE-VALIDO
                       ELSE
                           DISPLAY NOTA-RECHAZO
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Deja GERENTE-OK y, si falla, la razon en NOTA-RECHAZO. El
      *    registro del empleado se guarda y se repone porque la
      *    cadena se lee sobre el mismo buffer del maestro.
       VERIFICAR-GERENTE.
           MOVE 'N' TO GERENTE-OK.
           MOVE EMPLEADOS-REGISTRO TO GUARDA-REGISTRO-EMPLEADO.
           MOVE EMPLEADOS-ID TO TRASLADADO-ID.
           IF GERENTE-TEMP-NUM = EMPLEADOS-ID
               MOVE 'NO PUEDE SER SU PROPIO GERENTE' TO NOTA-RECHAZO
           ELSE
               MOVE GERENTE-TEMP-NUM TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE 'GERENTE NO EXISTE' TO NOTA-RECHAZO
                   NOT INVALID KEY
                       IF STATUS-INATIVO
                           MOVE 'GERENTE DADO DE BAJA'
                               TO NOTA-RECHAZO
                       ELSE
                           PERFORM RECORRER-CADENA-GERENTES
                           IF CADENA-CICLO = 'S'
                               MOVE 'GERENTE REPORTA AL EMPLEADO'
                                   TO NOTA-RECHAZO
                           ELSE
                               MOVE 'S' TO GERENTE-OK
                           END-IF
                       END-IF
               END-READ
               MOVE GUARDA-REGISTRO-EMPLEADO TO EMPLEADOS-REGISTRO
           END-IF.

      *    Sube por EMPLEADOS-GERENTE-ID desde el gerente propuesto;
      *    si la cadena llega al empleado trasladado habria ciclo.
      *    El tope de niveles protege contra ciclos ya existentes.
       RECORRER-CADENA-GERENTES.
           MOVE 'N' TO CADENA-CICLO.
           MOVE 'N' TO FIN-CADENA.
           MOVE ZERO TO CADENA-NIVEL.
           MOVE EMPLEADOS-GERENTE-ID TO CADENA-ID.
           PERFORM UNTIL FIN-CADENA = 'S'
               EVALUATE TRUE
                   WHEN CADENA-ID = ZEROES
                       MOVE 'S' TO FIN-CADENA
                   WHEN CADENA-ID = TRASLADADO-ID
                       MOVE 'S' TO CADENA-CICLO
                       MOVE 'S' TO FIN-CADENA
                   WHEN CADENA-NIVEL >= 50
                       MOVE 'S' TO FIN-CADENA
                   WHEN OTHER
                       ADD 1 TO CADENA-NIVEL
                       MOVE CADENA-ID TO EMPLEADOS-ID
                       READ EMPLEADOS-ARCHIVO
                           INVALID KEY
                               MOVE 'S' TO FIN-CADENA
                           NOT INVALID KEY
                               MOVE EMPLEADOS-GERENTE-ID TO CADENA-ID
                       END-READ
               END-EVALUATE
           END-PERFORM.

      *    Queda pendiente en traslados.dat; si la fecha efectiva ya
      *    llego se aplica en el acto en vez de esperar la noche.
       GRABAR-TRASLADO.
           MOVE EMPLEADOS-ID TO TRA-EMPLEADOS-ID.
           MOVE FECHA-EVALUADA TO TRA-FECHA-EFECTIVA.
           MOVE DEPTO-ENTRADA TO TRA-DEPARTAMENTO.
           MOVE POSICION-ENTRADA TO TRA-POSICION.
           MOVE SITIO-ENTRADA TO TRA-SITIO.
           MOVE CAMBIA-GERENTE TO TRA-CAMBIA-GERENTE.
           MOVE GERENTE-TEMP-NUM TO TRA-GERENTE-ID.
           MOVE MOTIVO-ENTRADA TO TRA-MOTIVO.
           MOVE 'P' TO TRA-ESTADO.
           MOVE FECHA-HOY TO TRA-FECHA-CAPTURA.
           MOVE ZEROES TO TRA-FECHA-APLICADA.
           MOVE SPACES TO TRA-DEPTO-ANTERIOR.
           MOVE SPACES TO TRA-POSICION-ANTERIOR.
           MOVE SPACES TO TRA-NOTA.
           WRITE TRASLADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'Ya hay un traslado del ID ' EMPLEADOS-ID
                       ' con fecha ' TRA-FECHA-EFECTIVA '.'
               NOT INVALID KEY
                   ADD 1 TO TOTAL-CAPTURADOS
                   IF TRA-FECHA-EFECTIVA > FECHA-HOY
                       DISPLAY 'Traslado registrado; se aplicara en '
                           'la corrida nocturna del '
                           TRA-FECHA-EFECTIVA '.'
                   ELSE
                       PERFORM APLICAR-TRASLADO
                   END-IF
           END-WRITE.

      *----------------------------------------------------------------
      *    Modo N: aplica los pendientes con fecha efectiva vencida.
      *----------------------------------------------------------------
       APLICAR-VENCIDOS.
           MOVE 'N' TO FIN-TRASLADOS.
           MOVE LOW-VALUES TO TRA-CLAVE.
           START TRASLADOS-ARCHIVO KEY IS NOT LESS THAN TRA-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-TRASLADOS
           END-START.
           PERFORM UNTIL FIN-TRASLADOS = 'S'
               READ TRASLADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-TRASLADOS
                   NOT AT END
                       IF TRASLADO-PENDIENTE AND
                               TRA-FECHA-EFECTIVA <= FECHA-HOY
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM APLICAR-TRASLADO
                       END-IF
               END-READ
           END-PERFORM.

      *    Revalida contra el estado actual (la plaza pudo llenarse o
      *    el depto cerrarse desde la captura); si algo ya no se
      *    cumple el traslado queda rechazado con la razon.
       APLICAR-TRASLADO.
           MOVE 'S' TO TRASLADO-OK.
           MOVE SPACES TO NOTA-RECHAZO.
           MOVE TRA-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO TRASLADO-OK
                   MOVE 'EMPLEADO NO EXISTE' TO NOTA-RECHAZO
           END-READ.
           IF TRASLADO-OK = 'S' AND STATUS-INATIVO
               MOVE 'N' TO TRASLADO-OK
               MOVE 'EMPLEADO DADO DE BAJA' TO NOTA-RECHAZO
           END-IF.
           IF TRASLADO-OK = 'S'
               MOVE TRA-DEPARTAMENTO TO DEPTO-ENTRADA
               PERFORM VERIFICAR-DEPARTAMENTO-CERRADO
               IF DEPARTAMENTO-CERRADO = 'S'
                   MOVE 'N' TO TRASLADO-OK
                   MOVE 'DEPTO DESTINO CERRADO' TO NOTA-RECHAZO
               END-IF
           END-IF.
           IF TRASLADO-OK = 'S' AND HAY-POSICIONES = 'S' AND
                   TRA-POSICION NOT = SPACES
               PERFORM REVALIDAR-POSICION
           END-IF.
           IF TRASLADO-OK = 'S' AND TRA-CAMBIA-GERENTE = 'S' AND
                   TRA-GERENTE-ID NOT = ZEROES
               MOVE TRA-GERENTE-ID TO GERENTE-TEMP-NUM
               PERFORM VERIFICAR-GERENTE
               IF GERENTE-OK = 'N'
                   MOVE 'N' TO TRASLADO-OK
               END-IF
           END-IF.
           IF TRASLADO-OK = 'S'
               PERFORM EJECUTAR-TRASLADO
           END-IF.
           IF TRASLADO-OK = 'S'
               MOVE 'A' TO TRA-ESTADO
               MOVE FECHA-HOY TO TRA-FECHA-APLICADA
               MOVE DEPTO-ANTERIOR TO TRA-DEPTO-ANTERIOR
               MOVE POSICION-ANTERIOR TO TRA-POSICION-ANTERIOR
               ADD 1 TO TOTAL-APLICADOS
               DISPLAY 'ID ' TRA-EMPLEADOS-ID ' trasladado de '
                   DEPTO-ANTERIOR ' a ' TRA-DEPARTAMENTO
                   ' efectivo ' TRA-FECHA-EFECTIVA '.'
           ELSE
               MOVE 'X' TO TRA-ESTADO
               MOVE NOTA-RECHAZO TO TRA-NOTA
               ADD 1 TO TOTAL-RECHAZADOS
               DISPLAY 'Traslado del ID ' TRA-EMPLEADOS-ID
                   ' rechazado: ' NOTA-RECHAZO
           END-IF.
           REWRITE TRASLADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo marcar el traslado del ID '
                       TRA-EMPLEADOS-ID '.'
           END-REWRITE.

       REVALIDAR-POSICION.
           PERFORM CALCULAR-FRACCION-FTE.
           MOVE TRA-POSICION TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO TRASLADO-OK
                   MOVE 'POSICION NO EXISTE' TO NOTA-RECHAZO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT POSICION-ABIERTA
                           MOVE 'N' TO TRASLADO-OK
                           MOVE 'POSICION CERRADA' TO NOTA-RECHAZO
                       WHEN POS-DEPARTAMENTO NOT = TRA-DEPARTAMENTO
                           MOVE 'N' TO TRASLADO-OK
                           MOVE 'POSICION DE OTRO DEPTO'
                               TO NOTA-RECHAZO
                       WHEN POS-OCUPADAS + FTE-FRACCION >
                               POS-AUTORIZADAS
                           MOVE 'N' TO TRASLADO-OK
                           MOVE 'SIN PLAZAS LIBRES' TO NOTA-RECHAZO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *    El maestro se actualiza primero; plazas, repartos y
      *    bitacoras solo despues de que el REWRITE quedo confirmado.
       EJECUTAR-TRASLADO.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES.
           MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-ANTERIOR.
           MOVE SPACES TO POSICION-ANTERIOR.
           MOVE TRA-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO.
           IF TRA-SITIO NOT = SPACES
               MOVE TRA-SITIO TO EMPLEADOS-SITIO
           END-IF.
           IF TRA-CAMBIA-GERENTE = 'S'
               MOVE TRA-GERENTE-ID TO EMPLEADOS-GERENTE-ID
           END-IF.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE 'N' TO TRASLADO-OK
                   MOVE 'NO SE PUDO ACTUALIZAR MAESTRO'
                       TO NOTA-RECHAZO
           END-REWRITE.
           IF TRASLADO-OK = 'S'
               IF HAY-POSICIONES = 'S' AND TRA-POSICION NOT = SPACES
                   PERFORM LIBERAR-POSICION
                   PERFORM OCUPAR-POSICION
               END-IF
               PERFORM TERMINAR-REPARTOS
               MOVE 'TRASLADO' TO AUDITORIA-OPERACION
               PERFORM REGISTRAR-AUDITORIA
               MOVE 'TRANSFER' TO HISTORICO-EVENTO
               PERFORM REGISTRAR-HISTORICO
               PERFORM REGISTRAR-JOURNAL
           END-IF.

      *    La plaza anterior se libera igual que en la baja.
       LIBERAR-POSICION.
           MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID.
           READ EMP-POS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EPO-POSICION TO POSICION-ANTERIOR
                   MOVE EPO-POSICION TO POS-ID
                   READ POSICIONES-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CALCULAR-FRACCION-FTE
                           IF POS-OCUPADAS > FTE-FRACCION
                               SUBTRACT FTE-FRACCION
                                   FROM POS-OCUPADAS
                           ELSE
                               MOVE ZERO TO POS-OCUPADAS
                           END-IF
                           REWRITE POSICIONES-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   DELETE EMP-POS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
           END-READ.

       OCUPAR-POSICION.
           MOVE TRA-POSICION TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No se pudo ocupar la posicion '
                       TRA-POSICION '.'
               NOT INVALID KEY
                   PERFORM CALCULAR-FRACCION-FTE
                   ADD FTE-FRACCION TO POS-OCUPADAS
                   REWRITE POSICIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo ocupar la posicion '
                               TRA-POSICION '.'
                   END-REWRITE
           END-READ.
           MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID.
           MOVE TRA-POSICION TO EPO-POSICION.
           WRITE EMP-POS-REGISTRO
               INVALID KEY
                   REWRITE EMP-POS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo ligar la posicion.'
                   END-REWRITE
           END-WRITE.

      *    Borra los repartos del empleado por la clave compuesta
      *    (mismo recorrido que REEMPLAZAR-ASIGNACIONES): sin reparto
      *    el costo va completo al depto del maestro, ya el nuevo.
       TERMINAR-REPARTOS.
           MOVE ZERO TO REPARTOS-TERMINADOS.
           MOVE EMPLEADOS-ID TO ASIG-EMPLEADOS-ID.
           MOVE LOW-VALUES TO ASIG-DEPARTAMENTO.
           MOVE 'N' TO FIN-ASIGNACIONES.
           START ASIGNACIONES-ARCHIVO KEY IS NOT LESS THAN ASIG-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ASIGNACIONES
           END-START.
           PERFORM UNTIL FIN-ASIGNACIONES = 'S'
               READ ASIGNACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ASIGNACIONES
                   NOT AT END
                       IF ASIG-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-ASIGNACIONES
                       ELSE
                           DELETE ASIGNACIONES-ARCHIVO
                               INVALID KEY
                                   MOVE 'S' TO FIN-ASIGNACIONES
                               NOT INVALID KEY
                                   ADD 1 TO REPARTOS-TERMINADOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           IF REPARTOS-TERMINADOS > ZERO
               DISPLAY REPARTOS-TERMINADOS ' reparto(s) de costo del '
                   'ID ' EMPLEADOS-ID ' terminados; capture el nuevo '
                   'en ASIGNACION-COSTOS si aplica.'
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

      *    Mismo formato de linea que REGISTRAR-AUDITORIA /
      *    REGISTRAR-HISTORICO en RegistrosIndexados-05.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO AUDITORIA-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  AUDITORIA-OPERACION ' ID=' EMPLEADOS-ID
               DELIMITED BY SIZE
               INTO AUDITORIA-LINEA.
           WRITE AUDITORIA-LINEA.

       REGISTRAR-HISTORICO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO HISTORICO-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  HISTORICO-EVENTO ' ID=' EMPLEADOS-ID
                  ' DE=' DEPTO-ANTERIOR ' A=' TRA-DEPARTAMENTO
               DELIMITED BY SIZE
               INTO HISTORICO-LINEA.
           WRITE HISTORICO-LINEA.

       REGISTRAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JOURNAL-FECHA-HORA.
           MOVE 'TRASLADO-INTERNO' TO JOURNAL-PROGRAMA.
           MOVE AUDITORIA-OPERACION TO JOURNAL-OPERACION.
           MOVE JOURNAL-IMAGEN-ANTES TO JOURNAL-ANTES.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES.
           WRITE JOURNAL-REGISTRO.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'TRASLADO-INTERNO' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-APLICADOS TO RUN-ESCRITOS
               MOVE TOTAL-RECHAZADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
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
               DISPLAY '¿Capturar otro traslado? (S/N)'
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

       END PROGRAM TRASLADO-INTERNO.
