      ******************************************************************
      * Author:
      * Date:
      * Purpose: Requisiciones de personal y seguimiento de
      *          candidatos. Una requisicion (requisiciones.dat,
      *          clave REQ-ID) se abre contra una posicion abierta de
      *          posiciones.dat (PosicionesMaster-90) que tenga plaza
      *          libre no comprometida ya por otra requisicion
      *          abierta. Los candidatos (candidatos.dat, clave
      *          CAN-ID) se registran contra una requisicion abierta
      *          y avanzan por etapas con su fecha: solicitud,
      *          entrevista, oferta, acepto o rechazado. Solo un
      *          candidato por requisicion puede aceptar; el alta se
      *          hace despues en RegistrosIndexados-05 (contratar
      *          candidato), que toma los datos del candidato, pasa
      *          por las validaciones normales de la captura, ocupa
      *          la posicion de la requisicion y la da por cubierta.
      *          El reporte de tiempo de cobertura por departamento
      *          (requisiciones_tiempo.txt) mide los dias de apertura
      *          a cierre de las cubiertas y la edad de las abiertas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUISICIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL POSICIONES-ARCHIVO
           ASSIGN TO 'posiciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS POS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS POSICIONES-STATUS.

           SELECT OPTIONAL REQUISICIONES-ARCHIVO
           ASSIGN TO 'requisiciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REQ-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REQUISICIONES-STATUS.

           SELECT OPTIONAL CANDIDATOS-ARCHIVO
           ASSIGN TO 'candidatos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CAN-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CANDIDATOS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'requisiciones_tiempo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REQUISICIONES-ARCHIVO.
           01  REQUISICIONES-REGISTRO.
               05  REQ-ID PIC 9(6).
               05  REQ-POSICION PIC X(8).
               05  REQ-DEPARTAMENTO PIC X(4).
      *            Depto de la posicion al abrir la requisicion.
               05  REQ-TIPO PIC X.
      *            'P' = permanente, 'C' = contratista; tipo con que
      *            la captura propone el alta.
               05  REQ-FECHA-APERTURA PIC 9(8).
               05  REQ-FECHA-CIERRE PIC 9(8).
      *            Fecha del alta (cubierta) o de la cancelacion.
               05  REQ-ESTADO PIC X.
                   88  REQ-ABIERTA VALUE 'A'.
                   88  REQ-CUBIERTA VALUE 'C'.
                   88  REQ-CANCELADA VALUE 'X'.
               05  REQ-CANDIDATO PIC 9(6).
      *            Candidato que acepto la oferta; cero = ninguno.
               05  REQ-EMPLEADOS-ID PIC 9(6).
      *            Empleado dado de alta al cubrirla.

       FD  CANDIDATOS-ARCHIVO.
           01  CANDIDATOS-REGISTRO.
               05  CAN-ID PIC 9(6).
               05  CAN-REQUISICION PIC 9(6).
               05  CAN-NOMBRE PIC X(25).
               05  CAN-APELLIDOS PIC X(35).
               05  CAN-TELEFONO PIC X(9).
               05  CAN-PAIS PIC X(2).
               05  CAN-ETAPA PIC X.
                   88  CAN-SOLICITUD VALUE 'S'.
                   88  CAN-ENTREVISTA VALUE 'E'.
                   88  CAN-OFERTA VALUE 'O'.
                   88  CAN-ACEPTADA VALUE 'A'.
                   88  CAN-RECHAZADO VALUE 'R'.
                   88  CAN-ETAPA-FINAL VALUES 'A' 'R'.
               05  CAN-FECHA-SOLICITUD PIC 9(8).
               05  CAN-FECHA-ENTREVISTA PIC 9(8).
               05  CAN-FECHA-OFERTA PIC 9(8).
               05  CAN-FECHA-RESPUESTA PIC 9(8).
      *            Fecha en que acepto o quedo rechazado.
               05  CAN-SALARIO-OFERTA PIC 9(7)V99.
               05  CAN-EMPLEADOS-ID PIC 9(6).
      *            ID asignado por el alta; cero = aun no contratado.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
           01  REQUISICION-TXT PIC X(30)
               VALUE 'Numero de requisicion: '.
           01  POSICION-TXT PIC X(30)
               VALUE 'ID de la posicion (8 car): '.
           01  TIPO-TXT PIC X(40)
               VALUE 'Tipo (P=permanente, C=contratista): '.
           01  CANDIDATO-TXT PIC X(26)
               VALUE 'Numero de candidato: '.
           01  NOMBRE-TXT PIC X(20)
               VALUE 'Nombre: '.
           01  APELLIDOS-TXT PIC X(20)
               VALUE 'Apellidos: '.
           01  TELEFONO-TXT PIC X(30)
               VALUE 'Telefono (9 digitos): '.
           01  PAIS-TXT PIC X(26)
               VALUE 'Pais (2 car): '.
           01  FECHA-TXT PIC X(34)
               VALUE 'Fecha (AAAAMMDD, ENTER = hoy): '.
           01  ETAPA-TXT PIC X(64)
               VALUE
               'Nueva etapa (E=entrevista, O=oferta, A=acepto, R=rechaza
      -        'do): '.
           01  SALARIO-TXT PIC X(36)
               VALUE 'Salario ofrecido (12 digitos): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  POSICIONES-STATUS PIC XX.
           01  REQUISICIONES-STATUS PIC XX.
           01  CANDIDATOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  HAY-POSICIONES PIC X VALUE 'N'.
           01  FIN-REQUISICIONES PIC X.
           01  FIN-CANDIDATOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  FECHA-MINIMA PIC 9(8).
           01  ID-ENTRADA PIC X(6).
           01  TIPO-ENTRADA PIC X.
           01  ETAPA-ENTRADA PIC X.
           01  ETAPA-VALIDA PIC X.
           01  SALARIO-ENTRADA PIC X(12).
           01  SALARIO-VALIDO PIC X.
           01  REQUISICION-MAXIMA PIC 9(6).
           01  CANDIDATO-MAXIMO PIC 9(6).
           01  REQUISICION-BUSCADA PIC 9(6).
           01  ABIERTAS-POSICION PIC 9(3).
           01  VACANTES-POSICION PIC S9(3)V99.
           01  CANDIDATOS-LISTADOS PIC 9(4).
           01  CANDIDATOS-RETIRADOS PIC 9(4).
           01  REQUISICION-CORRECTA PIC X.
           01  SALARIO-ED PIC Z,ZZZ,ZZ9.99.

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Tiempo de cobertura por departamento: cubiertas con sus
      *    dias de apertura a alta, y abiertas con su edad a hoy.
           01  MAXIMO-DEPARTAMENTOS PIC 9(3) VALUE 50.
           01  TOTAL-DEPARTAMENTOS PIC 9(3).
           01  INDICE-DEPTO PIC 9(3).
           01  DEPTO-HALLADO PIC X.
           01  TABLA-TIEMPOS.
               05  TIEMPO-ENTRADA OCCURS 50 TIMES.
                   10  TIE-DEPARTAMENTO PIC X(4).
                   10  TIE-CUBIERTAS PIC 9(5).
                   10  TIE-DIAS-CUBIERTAS PIC 9(7).
                   10  TIE-MAXIMO-DIAS PIC 9(5).
                   10  TIE-ABIERTAS PIC 9(5).
                   10  TIE-DIAS-ABIERTAS PIC 9(7).
                   10  TIE-CANCELADAS PIC 9(5).
           01  DIAS-REQUISICION PIC S9(7).
           01  TOTAL-CUBIERTAS PIC 9(5).
           01  TOTAL-DIAS-CUBIERTAS PIC 9(7).
           01  TOTAL-ABIERTAS PIC 9(5).
           01  TOTAL-DIAS-ABIERTAS PIC 9(7).
           01  TOTAL-CANCELADAS PIC 9(5).
           01  PROMEDIO-DIAS PIC 9(5)V9.

           01  LINEA-TITULO.
               05  FILLER PIC X(44)
                   VALUE 'TIEMPO DE COBERTURA DE REQUISICIONES AL '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(40)
                   VALUE 'DEPT  CUBIERTAS  PROM.DIAS  MAX.DIAS   '.
               05  FILLER PIC X(40)
                   VALUE 'ABIERTAS  EDAD PROM.  CANCELADAS       '.

           01  LINEA-DETALLE.
               05  DET-DEPARTAMENTO PIC X(5).
               05  FILLER PIC X(4) VALUE SPACES.
               05  DET-CUBIERTAS PIC ZZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.
               05  DET-PROMEDIO PIC ZZZZ9.9.
               05  FILLER PIC X(5) VALUE SPACES.
               05  DET-MAXIMO PIC ZZZZ9.
               05  FILLER PIC X(6) VALUE SPACES.
               05  DET-ABIERTAS PIC ZZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.
               05  DET-EDAD PIC ZZZZ9.9.
               05  FILLER PIC X(6) VALUE SPACES.
               05  DET-CANCELADAS PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
      *    Sin maestro de posiciones no se pueden abrir requisiciones,
      *    pero el resto del seguimiento sigue disponible.
           OPEN INPUT POSICIONES-ARCHIVO.
           IF POSICIONES-STATUS = '00'
               MOVE 'S' TO HAY-POSICIONES
           END-IF.
           OPEN I-O REQUISICIONES-ARCHIVO.
           IF REQUISICIONES-STATUS = '35' OR
                   REQUISICIONES-STATUS = '05'
               OPEN OUTPUT REQUISICIONES-ARCHIVO
               CLOSE REQUISICIONES-ARCHIVO
               OPEN I-O REQUISICIONES-ARCHIVO
           END-IF.
           IF REQUISICIONES-STATUS NOT = '00' AND
                   REQUISICIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo REQUISICIONES. STATUS ='
                   REQUISICIONES-STATUS
               STOP RUN
           END-IF.
           OPEN I-O CANDIDATOS-ARCHIVO.
           IF CANDIDATOS-STATUS = '35' OR CANDIDATOS-STATUS = '05'
               OPEN OUTPUT CANDIDATOS-ARCHIVO
               CLOSE CANDIDATOS-ARCHIVO
               OPEN I-O CANDIDATOS-ARCHIVO
           END-IF.
           IF CANDIDATOS-STATUS NOT = '00' AND
                   CANDIDATOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo CANDIDATOS. STATUS ='
                   CANDIDATOS-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE POSICIONES-ARCHIVO.
           CLOSE REQUISICIONES-ARCHIVO.
           CLOSE CANDIDATOS-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Abrir una requisicion'.
           DISPLAY '2) Listar requisiciones'.
           DISPLAY '3) Cancelar una requisicion'.
           DISPLAY '4) Registrar un candidato'.
           DISPLAY '5) Avanzar la etapa de un candidato'.
           DISPLAY '6) Listar candidatos de una requisicion'.
           DISPLAY '7) Reporte de tiempo de cobertura por depto'.
           DISPLAY '8) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM ABRIR-REQUISICION
               WHEN '2'
                   PERFORM LISTAR-REQUISICIONES
               WHEN '3'
                   PERFORM CANCELAR-REQUISICION
               WHEN '4'
                   PERFORM REGISTRAR-CANDIDATO
               WHEN '5'
                   PERFORM AVANZAR-ETAPA
               WHEN '6'
                   PERFORM LISTAR-CANDIDATOS
               WHEN '7'
                   PERFORM REPORTE-TIEMPO-COBERTURA
               WHEN '8'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Requisiciones.
      *----------------------------------------------------------------
      *    La plaza libre de la posicion (autorizadas - ocupadas, en
      *    FTE) debe alcanzar para una requisicion mas ademas de las
      *    que ya estan abiertas sobre ella.
       ABRIR-REQUISICION.
           IF HAY-POSICIONES = 'N'
               DISPLAY 'No existe posiciones.dat; autorice las plazas '
                   'en POSICIONES-MASTER.'
           ELSE
               DISPLAY POSICION-TXT
               ACCEPT POS-ID
               MOVE FUNCTION UPPER-CASE(POS-ID) TO POS-ID
               READ POSICIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe esa posicion; autorizela en '
                           'POSICIONES-MASTER.'
                   NOT INVALID KEY
                       PERFORM VALIDAR-PLAZA-REQUISICION
               END-READ
           END-IF.

       VALIDAR-PLAZA-REQUISICION.
           PERFORM CONTAR-ABIERTAS-POSICION.
           COMPUTE VACANTES-POSICION =
               POS-AUTORIZADAS - POS-OCUPADAS - ABIERTAS-POSICION.
           EVALUATE TRUE
               WHEN NOT POSICION-ABIERTA
                   DISPLAY 'Esa posicion esta cerrada.'
               WHEN VACANTES-POSICION NOT > ZERO
                   DISPLAY 'Sin plazas libres en esa posicion ('
                       ABIERTAS-POSICION
                       ' requisiciones abiertas sobre ella).'
               WHEN OTHER
                   PERFORM GRABAR-REQUISICION
           END-EVALUATE.

       CONTAR-ABIERTAS-POSICION.
           MOVE ZERO TO ABIERTAS-POSICION.
           MOVE ZERO TO REQUISICION-MAXIMA.
           MOVE LOW-VALUES TO REQ-ID.
           MOVE 'N' TO FIN-REQUISICIONES.
           START REQUISICIONES-ARCHIVO KEY IS NOT LESS THAN REQ-ID
               INVALID KEY
                   MOVE 'S' TO FIN-REQUISICIONES
           END-START.
           PERFORM UNTIL FIN-REQUISICIONES = 'S'
               READ REQUISICIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-REQUISICIONES
                   NOT AT END
                       MOVE REQ-ID TO REQUISICION-MAXIMA
                       IF REQ-ABIERTA AND REQ-POSICION = POS-ID
                           ADD 1 TO ABIERTAS-POSICION
                       END-IF
               END-READ
           END-PERFORM.

       GRABAR-REQUISICION.
           MOVE SPACE TO TIPO-ENTRADA.
           PERFORM UNTIL TIPO-ENTRADA = 'P' OR TIPO-ENTRADA = 'C'
               DISPLAY TIPO-TXT
               ACCEPT TIPO-ENTRADA
               MOVE FUNCTION UPPER-CASE(TIPO-ENTRADA) TO TIPO-ENTRADA
           END-PERFORM.
           MOVE SPACES TO REQUISICIONES-REGISTRO.
           COMPUTE REQ-ID = REQUISICION-MAXIMA + 1.
           MOVE POS-ID TO REQ-POSICION.
           MOVE POS-DEPARTAMENTO TO REQ-DEPARTAMENTO.
           MOVE TIPO-ENTRADA TO REQ-TIPO.
           MOVE FECHA-HOY TO REQ-FECHA-APERTURA.
           MOVE ZERO TO REQ-FECHA-CIERRE.
           MOVE 'A' TO REQ-ESTADO.
           MOVE ZERO TO REQ-CANDIDATO.
           MOVE ZERO TO REQ-EMPLEADOS-ID.
           WRITE REQUISICIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar la requisicion.'
               NOT INVALID KEY
                   DISPLAY 'Requisicion ' REQ-ID ' abierta para '
                       POS-ID ' ' POS-TITULO
           END-WRITE.

       LISTAR-REQUISICIONES.
           MOVE LOW-VALUES TO REQ-ID.
           MOVE 'N' TO FIN-REQUISICIONES.
           START REQUISICIONES-ARCHIVO KEY IS NOT LESS THAN REQ-ID
               INVALID KEY
                   MOVE 'S' TO FIN-REQUISICIONES
                   DISPLAY 'No hay requisiciones.'
           END-START.
           PERFORM UNTIL FIN-REQUISICIONES = 'S'
               READ REQUISICIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-REQUISICIONES
                   NOT AT END
                       DISPLAY REQ-ID ' ' REQ-POSICION ' '
                           REQ-DEPARTAMENTO ' ' REQ-TIPO ' '
                           REQ-ESTADO ' abierta ' REQ-FECHA-APERTURA
                           ' cierre ' REQ-FECHA-CIERRE
                           ' cand ' REQ-CANDIDATO
                           ' emp ' REQ-EMPLEADOS-ID
               END-READ
           END-PERFORM.

       LEER-REQUISICION.
           MOVE 'N' TO REQUISICION-CORRECTA.
           DISPLAY REQUISICION-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'Numero invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO REQ-ID
               READ REQUISICIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe esa requisicion.'
                   NOT INVALID KEY
                       MOVE 'S' TO REQUISICION-CORRECTA
               END-READ
           END-IF.

      *    Al cancelar, los candidatos que seguian en proceso quedan
      *    rechazados con la fecha de hoy.
       CANCELAR-REQUISICION.
           PERFORM LEER-REQUISICION.
           IF REQUISICION-CORRECTA = 'S'
               IF NOT REQ-ABIERTA
                   DISPLAY 'Solo se cancelan requisiciones abiertas.'
               ELSE
                   MOVE 'X' TO REQ-ESTADO
                   MOVE FECHA-HOY TO REQ-FECHA-CIERRE
                   REWRITE REQUISICIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo cancelar.'
                       NOT INVALID KEY
                           PERFORM RETIRAR-CANDIDATOS
                           DISPLAY 'Requisicion cancelada; '
                               CANDIDATOS-RETIRADOS
                               ' candidatos cerrados.'
                   END-REWRITE
               END-IF
           END-IF.

       RETIRAR-CANDIDATOS.
           MOVE ZERO TO CANDIDATOS-RETIRADOS.
           MOVE LOW-VALUES TO CAN-ID.
           MOVE 'N' TO FIN-CANDIDATOS.
           START CANDIDATOS-ARCHIVO KEY IS NOT LESS THAN CAN-ID
               INVALID KEY
                   MOVE 'S' TO FIN-CANDIDATOS
           END-START.
           PERFORM UNTIL FIN-CANDIDATOS = 'S'
               READ CANDIDATOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CANDIDATOS
                   NOT AT END
                       IF CAN-REQUISICION = REQ-ID AND
                               NOT CAN-RECHAZADO AND
                               CAN-EMPLEADOS-ID = ZERO
                           MOVE 'R' TO CAN-ETAPA
                           MOVE FECHA-HOY TO CAN-FECHA-RESPUESTA
                           REWRITE CANDIDATOS-REGISTRO
                               INVALID KEY
                                   DISPLAY 'No se pudo cerrar el '
                                       'candidato ' CAN-ID
                               NOT INVALID KEY
                                   ADD 1 TO CANDIDATOS-RETIRADOS
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      *    Candidatos.
      *----------------------------------------------------------------
       REGISTRAR-CANDIDATO.
           PERFORM LEER-REQUISICION.
           IF REQUISICION-CORRECTA = 'S'
               IF NOT REQ-ABIERTA
                   DISPLAY 'La requisicion no esta abierta.'
               ELSE
                   PERFORM GRABAR-CANDIDATO
               END-IF
           END-IF.

       GRABAR-CANDIDATO.
           PERFORM OBTENER-CANDIDATO-MAXIMO.
           MOVE SPACES TO CANDIDATOS-REGISTRO.
           MOVE REQ-ID TO CAN-REQUISICION.
           DISPLAY NOMBRE-TXT.
           ACCEPT CAN-NOMBRE.
           PERFORM UNTIL CAN-NOMBRE NOT = SPACE
               DISPLAY 'El nombre no puede quedar en blanco.'
               DISPLAY NOMBRE-TXT
               ACCEPT CAN-NOMBRE
           END-PERFORM.
           DISPLAY APELLIDOS-TXT.
           ACCEPT CAN-APELLIDOS.
           PERFORM UNTIL CAN-APELLIDOS NOT = SPACE
               DISPLAY 'Los apellidos no pueden quedar en blanco.'
               DISPLAY APELLIDOS-TXT
               ACCEPT CAN-APELLIDOS
           END-PERFORM.
           DISPLAY TELEFONO-TXT.
           ACCEPT CAN-TELEFONO.
           PERFORM UNTIL CAN-TELEFONO IS NUMERIC
               DISPLAY 'Telefono: 9 digitos, sin letras ni guiones.'
               DISPLAY TELEFONO-TXT
               ACCEPT CAN-TELEFONO
           END-PERFORM.
           DISPLAY PAIS-TXT.
           ACCEPT CAN-PAIS.
           MOVE FUNCTION UPPER-CASE(CAN-PAIS) TO CAN-PAIS.
           MOVE 'S' TO CAN-ETAPA.
           MOVE REQ-FECHA-APERTURA TO FECHA-MINIMA.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-ETAPA UNTIL FECHA-VALIDA = 'S'.
           MOVE FECHA-EVALUADA TO CAN-FECHA-SOLICITUD.
           MOVE ZERO TO CAN-FECHA-ENTREVISTA CAN-FECHA-OFERTA
               CAN-FECHA-RESPUESTA CAN-SALARIO-OFERTA
               CAN-EMPLEADOS-ID.
           COMPUTE CAN-ID = CANDIDATO-MAXIMO + 1.
           WRITE CANDIDATOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar el candidato.'
               NOT INVALID KEY
                   DISPLAY 'Candidato ' CAN-ID ' registrado en la '
                       'requisicion ' REQ-ID '.'
           END-WRITE.

       OBTENER-CANDIDATO-MAXIMO.
           MOVE ZERO TO CANDIDATO-MAXIMO.
           MOVE LOW-VALUES TO CAN-ID.
           MOVE 'N' TO FIN-CANDIDATOS.
           START CANDIDATOS-ARCHIVO KEY IS NOT LESS THAN CAN-ID
               INVALID KEY
                   MOVE 'S' TO FIN-CANDIDATOS
           END-START.
           PERFORM UNTIL FIN-CANDIDATOS = 'S'
               READ CANDIDATOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CANDIDATOS
                   NOT AT END
                       MOVE CAN-ID TO CANDIDATO-MAXIMO
               END-READ
           END-PERFORM.

      *    Fecha de una etapa: no antes de la etapa anterior
      *    (FECHA-MINIMA) ni en el futuro.
       OBTENER-FECHA-ETAPA.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-EVALUADA
               MOVE 'S' TO FECHA-CALENDARIO-OK
           ELSE
               IF FECHA-ENTRADA IS NUMERIC
                   MOVE FECHA-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
               ELSE
                   MOVE 'N' TO FECHA-CALENDARIO-OK
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FECHA-CALENDARIO-OK = 'N'
                   DISPLAY 'Fecha invalida: AAAAMMDD.'
               WHEN FECHA-EVALUADA > FECHA-HOY
                   DISPLAY 'La fecha no puede estar en el futuro.'
               WHEN FECHA-EVALUADA < FECHA-MINIMA
                   DISPLAY 'La fecha es anterior a la etapa previa ('
                       FECHA-MINIMA ').'
               WHEN OTHER
                   MOVE 'S' TO FECHA-VALIDA
           END-EVALUATE.

      *    Etapas: solicitud -> entrevista -> oferta -> acepto; el
      *    rechazo aplica desde cualquier etapa abierta. La
      *    aceptacion compromete la requisicion con el candidato.
       AVANZAR-ETAPA.
           DISPLAY CANDIDATO-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'Numero invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO CAN-ID
               READ CANDIDATOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe ese candidato.'
                   NOT INVALID KEY
                       PERFORM CAMBIAR-ETAPA
               END-READ
           END-IF.

       CAMBIAR-ETAPA.
           DISPLAY CAN-ID ' ' CAN-NOMBRE ' ' CAN-APELLIDOS
               ' etapa ' CAN-ETAPA ' requisicion ' CAN-REQUISICION.
           IF CAN-ETAPA-FINAL
               DISPLAY 'El candidato ya tiene respuesta final.'
           ELSE
               DISPLAY ETAPA-TXT
               ACCEPT ETAPA-ENTRADA
               MOVE FUNCTION UPPER-CASE(ETAPA-ENTRADA) TO ETAPA-ENTRADA
               MOVE 'N' TO ETAPA-VALIDA
               EVALUATE TRUE
                   WHEN ETAPA-ENTRADA = 'E' AND CAN-SOLICITUD
                       MOVE CAN-FECHA-SOLICITUD TO FECHA-MINIMA
                       MOVE 'S' TO ETAPA-VALIDA
                   WHEN ETAPA-ENTRADA = 'O' AND
                           (CAN-SOLICITUD OR CAN-ENTREVISTA)
                       IF CAN-ENTREVISTA
                           MOVE CAN-FECHA-ENTREVISTA TO FECHA-MINIMA
                       ELSE
                           MOVE CAN-FECHA-SOLICITUD TO FECHA-MINIMA
                       END-IF
                       MOVE 'S' TO ETAPA-VALIDA
                   WHEN ETAPA-ENTRADA = 'A' AND CAN-OFERTA
                       MOVE CAN-FECHA-OFERTA TO FECHA-MINIMA
                       PERFORM VERIFICAR-REQUISICION-LIBRE
                   WHEN ETAPA-ENTRADA = 'R'
                       PERFORM FECHA-ULTIMA-ETAPA
                       MOVE 'S' TO ETAPA-VALIDA
                   WHEN OTHER
                       DISPLAY 'Cambio de etapa no permitido desde '
                           CAN-ETAPA '.'
               END-EVALUATE
               IF ETAPA-VALIDA = 'S'
                   PERFORM GRABAR-ETAPA
               END-IF
           END-IF.

       FECHA-ULTIMA-ETAPA.
           EVALUATE TRUE
               WHEN CAN-OFERTA
                   MOVE CAN-FECHA-OFERTA TO FECHA-MINIMA
               WHEN CAN-ENTREVISTA
                   MOVE CAN-FECHA-ENTREVISTA TO FECHA-MINIMA
               WHEN OTHER
                   MOVE CAN-FECHA-SOLICITUD TO FECHA-MINIMA
           END-EVALUATE.

      *    Solo un candidato acepta por requisicion, y solo mientras
      *    la requisicion siga abierta.
       VERIFICAR-REQUISICION-LIBRE.
           MOVE CAN-REQUISICION TO REQ-ID.
           READ REQUISICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe la requisicion '
                       CAN-REQUISICION '.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT REQ-ABIERTA
                           DISPLAY 'La requisicion ya no esta '
                               'abierta.'
                       WHEN REQ-CANDIDATO NOT = ZERO
                           DISPLAY 'El candidato ' REQ-CANDIDATO
                               ' ya acepto esa requisicion.'
                       WHEN OTHER
                           MOVE 'S' TO ETAPA-VALIDA
                   END-EVALUATE
           END-READ.

       GRABAR-ETAPA.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-ETAPA UNTIL FECHA-VALIDA = 'S'.
           MOVE ETAPA-ENTRADA TO CAN-ETAPA.
           EVALUATE TRUE
               WHEN CAN-ENTREVISTA
                   MOVE FECHA-EVALUADA TO CAN-FECHA-ENTREVISTA
               WHEN CAN-OFERTA
                   MOVE FECHA-EVALUADA TO CAN-FECHA-OFERTA
                   MOVE 'N' TO SALARIO-VALIDO
                   PERFORM OBTENER-SALARIO-OFERTA
                       UNTIL SALARIO-VALIDO = 'S'
               WHEN OTHER
                   MOVE FECHA-EVALUADA TO CAN-FECHA-RESPUESTA
           END-EVALUATE.
           REWRITE CANDIDATOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar el candidato.'
               NOT INVALID KEY
                   DISPLAY 'Etapa actualizada.'
                   IF CAN-ACEPTADA
                       MOVE CAN-ID TO REQ-CANDIDATO
                       REWRITE REQUISICIONES-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo comprometer la '
                                   'requisicion.'
                       END-REWRITE
                       DISPLAY 'Oferta aceptada; el alta se hace en '
                           'REGISTROS-INDEXADOS (contratar '
                           'candidato).'
                   END-IF
           END-REWRITE.

      *    El salario se captura en unidades enteras, igual que en la
      *    captura del maestro, que lo toma de aqui al contratar.
       OBTENER-SALARIO-OFERTA.
           DISPLAY SALARIO-TXT.
           ACCEPT SALARIO-ENTRADA.
           IF SALARIO-ENTRADA IS NOT NUMERIC
               DISPLAY 'Salario invalido: introduce solo digitos.'
           ELSE
               COMPUTE CAN-SALARIO-OFERTA =
                   FUNCTION NUMVAL(SALARIO-ENTRADA)
               MOVE 'S' TO SALARIO-VALIDO
           END-IF.

       LISTAR-CANDIDATOS.
           PERFORM LEER-REQUISICION.
           IF REQUISICION-CORRECTA = 'S'
               MOVE REQ-ID TO REQUISICION-BUSCADA
               MOVE ZERO TO CANDIDATOS-LISTADOS
               MOVE LOW-VALUES TO CAN-ID
               MOVE 'N' TO FIN-CANDIDATOS
               START CANDIDATOS-ARCHIVO KEY IS NOT LESS THAN CAN-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-CANDIDATOS
               END-START
               PERFORM UNTIL FIN-CANDIDATOS = 'S'
                   READ CANDIDATOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-CANDIDATOS
                       NOT AT END
                           IF CAN-REQUISICION = REQUISICION-BUSCADA
                               PERFORM MOSTRAR-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'Candidatos: ' CANDIDATOS-LISTADOS
           END-IF.

       MOSTRAR-CANDIDATO.
           ADD 1 TO CANDIDATOS-LISTADOS.
           MOVE CAN-SALARIO-OFERTA TO SALARIO-ED.
           DISPLAY CAN-ID ' ' CAN-NOMBRE ' ' CAN-APELLIDOS.
           DISPLAY '    etapa ' CAN-ETAPA
               ' solicitud ' CAN-FECHA-SOLICITUD
               ' entrevista ' CAN-FECHA-ENTREVISTA
               ' oferta ' CAN-FECHA-OFERTA
               ' respuesta ' CAN-FECHA-RESPUESTA.
           DISPLAY '    salario ofrecido ' SALARIO-ED
               ' empleado ' CAN-EMPLEADOS-ID.

      *----------------------------------------------------------------
      *    Tiempo de cobertura: dias de apertura a alta de las
      *    cubiertas y edad a hoy de las abiertas, por departamento.
      *----------------------------------------------------------------
       REPORTE-TIEMPO-COBERTURA.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
           ELSE
               INITIALIZE TABLA-TIEMPOS
               MOVE ZERO TO TOTAL-DEPARTAMENTOS
               MOVE LOW-VALUES TO REQ-ID
               MOVE 'N' TO FIN-REQUISICIONES
               START REQUISICIONES-ARCHIVO
                       KEY IS NOT LESS THAN REQ-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-REQUISICIONES
               END-START
               PERFORM UNTIL FIN-REQUISICIONES = 'S'
                   READ REQUISICIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-REQUISICIONES
                       NOT AT END
                           PERFORM ACUMULAR-TIEMPO
                   END-READ
               END-PERFORM
               PERFORM ESCRIBIR-TIEMPOS
               CLOSE REPORTE-ARCHIVO
               DISPLAY 'Reporte en requisiciones_tiempo.txt.'
           END-IF.

       ACUMULAR-TIEMPO.
           MOVE 'N' TO DEPTO-HALLADO.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPARTAMENTOS
                       OR DEPTO-HALLADO = 'S'
               IF TIE-DEPARTAMENTO(INDICE-DEPTO) = REQ-DEPARTAMENTO
                   MOVE 'S' TO DEPTO-HALLADO
               END-IF
           END-PERFORM.
           IF DEPTO-HALLADO = 'S'
               SUBTRACT 1 FROM INDICE-DEPTO
           ELSE
               IF TOTAL-DEPARTAMENTOS < MAXIMO-DEPARTAMENTOS
                   ADD 1 TO TOTAL-DEPARTAMENTOS
                   MOVE TOTAL-DEPARTAMENTOS TO INDICE-DEPTO
                   MOVE REQ-DEPARTAMENTO
                       TO TIE-DEPARTAMENTO(INDICE-DEPTO)
                   MOVE 'S' TO DEPTO-HALLADO
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-DEPARTAMENTOS
                       ' departamentos; ' REQ-DEPARTAMENTO
                       ' queda fuera del reporte.'
               END-IF
           END-IF.
           IF DEPTO-HALLADO = 'S'
               EVALUATE TRUE
                   WHEN REQ-CUBIERTA
                       COMPUTE DIAS-REQUISICION =
                           FUNCTION INTEGER-OF-DATE(REQ-FECHA-CIERRE)
                           - FUNCTION INTEGER-OF-DATE
                               (REQ-FECHA-APERTURA)
                       ADD 1 TO TIE-CUBIERTAS(INDICE-DEPTO)
                       ADD DIAS-REQUISICION
                           TO TIE-DIAS-CUBIERTAS(INDICE-DEPTO)
                       IF DIAS-REQUISICION >
                               TIE-MAXIMO-DIAS(INDICE-DEPTO)
                           MOVE DIAS-REQUISICION
                               TO TIE-MAXIMO-DIAS(INDICE-DEPTO)
                       END-IF
                   WHEN REQ-ABIERTA
                       COMPUTE DIAS-REQUISICION =
                           FUNCTION INTEGER-OF-DATE(FECHA-HOY)
                           - FUNCTION INTEGER-OF-DATE
                               (REQ-FECHA-APERTURA)
                       ADD 1 TO TIE-ABIERTAS(INDICE-DEPTO)
                       ADD DIAS-REQUISICION
                           TO TIE-DIAS-ABIERTAS(INDICE-DEPTO)
                   WHEN OTHER
                       ADD 1 TO TIE-CANCELADAS(INDICE-DEPTO)
               END-EVALUATE
           END-IF.

       ESCRIBIR-TIEMPOS.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ZERO TO TOTAL-CUBIERTAS TOTAL-DIAS-CUBIERTAS
               TOTAL-ABIERTAS TOTAL-DIAS-ABIERTAS TOTAL-CANCELADAS.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPARTAMENTOS
               MOVE TIE-DEPARTAMENTO(INDICE-DEPTO) TO DET-DEPARTAMENTO
               MOVE TIE-CUBIERTAS(INDICE-DEPTO) TO DET-CUBIERTAS
               IF TIE-CUBIERTAS(INDICE-DEPTO) = ZERO
                   MOVE ZERO TO PROMEDIO-DIAS
               ELSE
                   COMPUTE PROMEDIO-DIAS ROUNDED =
                       TIE-DIAS-CUBIERTAS(INDICE-DEPTO) /
                       TIE-CUBIERTAS(INDICE-DEPTO)
               END-IF
               MOVE PROMEDIO-DIAS TO DET-PROMEDIO
               MOVE TIE-MAXIMO-DIAS(INDICE-DEPTO) TO DET-MAXIMO
               MOVE TIE-ABIERTAS(INDICE-DEPTO) TO DET-ABIERTAS
               IF TIE-ABIERTAS(INDICE-DEPTO) = ZERO
                   MOVE ZERO TO PROMEDIO-DIAS
               ELSE
                   COMPUTE PROMEDIO-DIAS ROUNDED =
                       TIE-DIAS-ABIERTAS(INDICE-DEPTO) /
                       TIE-ABIERTAS(INDICE-DEPTO)
               END-IF
               MOVE PROMEDIO-DIAS TO DET-EDAD
               MOVE TIE-CANCELADAS(INDICE-DEPTO) TO DET-CANCELADAS
               MOVE LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD TIE-CUBIERTAS(INDICE-DEPTO) TO TOTAL-CUBIERTAS
               ADD TIE-DIAS-CUBIERTAS(INDICE-DEPTO)
                   TO TOTAL-DIAS-CUBIERTAS
               ADD TIE-ABIERTAS(INDICE-DEPTO) TO TOTAL-ABIERTAS
               ADD TIE-DIAS-ABIERTAS(INDICE-DEPTO)
                   TO TOTAL-DIAS-ABIERTAS
               ADD TIE-CANCELADAS(INDICE-DEPTO) TO TOTAL-CANCELADAS
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'TOTAL' TO DET-DEPARTAMENTO.
           MOVE TOTAL-CUBIERTAS TO DET-CUBIERTAS.
           IF TOTAL-CUBIERTAS = ZERO
               MOVE ZERO TO PROMEDIO-DIAS
           ELSE
               COMPUTE PROMEDIO-DIAS ROUNDED =
                   TOTAL-DIAS-CUBIERTAS / TOTAL-CUBIERTAS
           END-IF.
           MOVE PROMEDIO-DIAS TO DET-PROMEDIO.
           MOVE ZERO TO DET-MAXIMO.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPARTAMENTOS
               IF TIE-MAXIMO-DIAS(INDICE-DEPTO) > DET-MAXIMO
                   MOVE TIE-MAXIMO-DIAS(INDICE-DEPTO) TO DET-MAXIMO
               END-IF
           END-PERFORM.
           MOVE TOTAL-ABIERTAS TO DET-ABIERTAS.
           IF TOTAL-ABIERTAS = ZERO
               MOVE ZERO TO PROMEDIO-DIAS
           ELSE
               COMPUTE PROMEDIO-DIAS ROUNDED =
                   TOTAL-DIAS-ABIERTAS / TOTAL-ABIERTAS
           END-IF.
           MOVE PROMEDIO-DIAS TO DET-EDAD.
           MOVE TOTAL-CANCELADAS TO DET-CANCELADAS.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

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

       END PROGRAM REQUISICIONES.
