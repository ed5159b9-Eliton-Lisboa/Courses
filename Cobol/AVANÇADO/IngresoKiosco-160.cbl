      ******************************************************************
      * Author:
      * Date:
      * Purpose: Recibe las solicitudes de cambio que los empleados
      *          capturan en el kiosco de la intranet
      *          (cambios_kiosco.dat: un renglon por cambio pedido,
      *          con ID y fecha-hora): telefono, domicilio y contactos
      *          de emergencia. Cada renglon pasa por los mismos
      *          edits de las pantallas de mantenimiento de
      *          RegistrosIndexados-05 (telefono numerico, calle y
      *          ciudad presentes, VALIDAR-PAIS, fechas de calendario)
      *          y, si pasa, queda en cambios_kiosco_pend.dat hasta
      *          que RRHH lo apruebe o rechace (opcion 16 de
      *          REGISTROS-INDEXADOS), que es quien lo aplica al
      *          maestro o a emergencia.dat. Por cada renglon vuelve
      *          al kiosco un acuse en acuses_kiosco.dat: recibido
      *          ('P') o rechazado ('R') con el motivo. El archivo del
      *          kiosco se vacia al terminar, igual que la cola de
      *          DrenarCola-48.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INGRESO-KIOSCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL KIOSCO-ARCHIVO
           ASSIGN TO 'cambios_kiosco.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KIOSCO-STATUS.

           SELECT OPTIONAL PENDIENTES-KIOSCO-ARCHIVO
           ASSIGN TO 'cambios_kiosco_pend.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS KPE-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PENDIENTES-KIOSCO-STATUS.

           SELECT OPTIONAL ACUSES-ARCHIVO
           ASSIGN TO 'acuses_kiosco.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACUSES-STATUS.

      *    Contactos de emergencia, para validar que el contacto a
      *    cambiar o quitar sea de la misma persona.
           SELECT OPTIONAL EMERGENCIA-ARCHIVO
           ASSIGN TO 'emergencia.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMERGENCIA-ID
           ALTERNATE RECORD KEY IS EMERGENCIA-EMPLEADOS-ID
               WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMERGENCIA-STATUS.

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

       FD  KIOSCO-ARCHIVO.
           01  KIOSCO-REGISTRO.
               05  KIO-EMPLEADOS-ID PIC 9(6).
               05  KIO-FECHA-HORA PIC 9(14).
               05  KIO-FECHA-HORA-R REDEFINES KIO-FECHA-HORA.
                   10  KIO-FECHA PIC 9(8).
                   10  KIO-HORA PIC 99.
                   10  KIO-MINUTO PIC 99.
                   10  KIO-SEGUNDO PIC 99.
               05  KIO-TIPO PIC X(4).
                   88  KIO-TELEFONO VALUE 'TEL'.
                   88  KIO-DOMICILIO VALUE 'DIR'.
                   88  KIO-EMERGENCIA VALUE 'EMER'.
               05  KIO-FECHA-EFECTIVA PIC 9(8).
      *            Fecha en que rige el cambio (mudanza); CERO = ya.
               05  KIO-DATOS PIC X(60).
               05  KIO-DATOS-TELEFONO REDEFINES KIO-DATOS.
                   10  KIO-TELEFONO-NUEVO PIC X(9).
                   10  FILLER PIC X(51).
               05  KIO-DATOS-DOMICILIO REDEFINES KIO-DATOS.
                   10  KIO-CALLE PIC X(20).
                   10  KIO-CIUDAD PIC X(15).
                   10  KIO-REGION PIC X(10).
                   10  KIO-CODIGO-POSTAL PIC X(8).
                   10  KIO-CODIGO-PAIS PIC X(2).
                   10  FILLER PIC X(5).
               05  KIO-DATOS-EMERGENCIA REDEFINES KIO-DATOS.
                   10  KIO-EMERGENCIA-ID PIC 9(6).
      *                CERO = contacto nuevo; si no, el contacto a
      *                cambiar, o a quitar si el nombre viene blanco.
                   10  KIO-CONTACTO-NOMBRE PIC X(25).
                   10  KIO-CONTACTO-PARENTESCO PIC X(15).
                   10  KIO-CONTACTO-TELEFONO PIC X(9).
                   10  FILLER PIC X(5).

      *    Mismo renglon del kiosco con su estado; lo lee y lo
      *    resuelve la opcion 16 de RegistrosIndexados-05.
       FD  PENDIENTES-KIOSCO-ARCHIVO.
           01  PENDIENTES-KIOSCO-REGISTRO.
               05  KPE-CLAVE.
                   10  KPE-EMPLEADOS-ID PIC 9(6).
                   10  KPE-FECHA-HORA PIC 9(14).
                   10  KPE-TIPO PIC X(4).
               05  KPE-FECHA-EFECTIVA PIC 9(8).
               05  KPE-DATOS PIC X(60).
               05  KPE-ESTADO PIC X.
                   88  KPE-PENDIENTE VALUE 'P'.
                   88  KPE-APROBADO VALUE 'A'.
                   88  KPE-RECHAZADO VALUE 'R'.
               05  KPE-APROBADOR PIC X(8).
               05  KPE-FECHA-DECISION PIC 9(8).
               05  KPE-MOTIVO PIC X(40).

      *    Acuse de vuelta al kiosco por cada renglon recibido y por
      *    cada decision de RRHH.
       FD  ACUSES-ARCHIVO.
           01  ACUSES-REGISTRO.
               05  ACU-EMPLEADOS-ID PIC 9(6).
               05  ACU-FECHA-HORA PIC 9(14).
               05  ACU-TIPO PIC X(4).
               05  ACU-RESULTADO PIC X.
      *            'P' = recibido, en espera de RRHH; 'A' = aprobado
      *            y aplicado; 'R' = rechazado (ver motivo).
               05  ACU-FECHA-PROCESO PIC 9(14).
               05  ACU-MOTIVO PIC X(40).

       FD  EMERGENCIA-ARCHIVO.
           01  EMERGENCIA-REGISTRO.
               05  EMERGENCIA-ID PIC 9(6).
               05  EMERGENCIA-EMPLEADOS-ID PIC 9(6).
               05  EMERGENCIA-NOMBRE PIC X(25).
               05  EMERGENCIA-PARENTESCO PIC X(15).
               05  EMERGENCIA-TELEFONO PIC X(9).

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
           01  KIOSCO-STATUS PIC XX.
           01  PENDIENTES-KIOSCO-STATUS PIC XX.
           01  ACUSES-STATUS PIC XX.
           01  EMERGENCIA-STATUS PIC XX.
           01  FIN-KIOSCO PIC X.
           01  HAY-EMERGENCIAS PIC X VALUE 'N'.

           01  MOTIVO-RECHAZO PIC X(40).
           01  FECHA-HOY PIC 9(8).

      *    Mismas reglas de calendario que VALIDAR-FECHA-CALENDARIO
      *    en RegistrosIndexados-05.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  DIAS-DEL-MES PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-ENCOLADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 'N' TO FIN-KIOSCO.
           PERFORM UNTIL FIN-KIOSCO = 'S'
               READ KIOSCO-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-KIOSCO
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       PERFORM PROCESAR-SOLICITUD
               END-READ
           END-PERFORM.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM VACIAR-KIOSCO.
           DISPLAY 'Solicitudes del kiosco leidas: ' TOTAL-LEIDOS.
           DISPLAY 'En espera de RRHH            : ' TOTAL-ENCOLADOS.
           DISPLAY 'Rechazadas                   : ' TOTAL-RECHAZADOS
               ' (motivo en acuses_kiosco.dat)'.
           PERFORM REGISTRAR-RUN-LOG.
           IF TOTAL-RECHAZADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT KIOSCO-ARCHIVO.
           IF KIOSCO-STATUS = '05' OR KIOSCO-STATUS = '35'
               DISPLAY 'No existe cambios_kiosco.dat; nada que '
                   'recibir.'
               CLOSE KIOSCO-ARCHIVO
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDIENTES-KIOSCO-ARCHIVO.
           IF PENDIENTES-KIOSCO-STATUS = '35' OR
                   PENDIENTES-KIOSCO-STATUS = '05'
               OPEN OUTPUT PENDIENTES-KIOSCO-ARCHIVO
               CLOSE PENDIENTES-KIOSCO-ARCHIVO
               OPEN I-O PENDIENTES-KIOSCO-ARCHIVO
           END-IF.
           IF PENDIENTES-KIOSCO-STATUS NOT = '00' AND
                   PENDIENTES-KIOSCO-STATUS NOT = '05'
               DISPLAY 'Error de archivo KIOSCO-PENDIENTE. STATUS ='
                   PENDIENTES-KIOSCO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ACUSES-ARCHIVO.
           IF ACUSES-STATUS NOT = '00' AND ACUSES-STATUS NOT = '05'
               DISPLAY 'Error de archivo ACUSES. STATUS ='
                   ACUSES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMERGENCIA-ARCHIVO.
           IF EMERGENCIA-STATUS = '00'
               MOVE 'S' TO HAY-EMERGENCIAS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE KIOSCO-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PENDIENTES-KIOSCO-ARCHIVO.
           CLOSE ACUSES-ARCHIVO.
           CLOSE EMERGENCIA-ARCHIVO.

      *    El archivo del kiosco se reescribe sin registros, para que
      *    una segunda corrida no reciba dos veces lo mismo.
       VACIAR-KIOSCO.
           OPEN OUTPUT KIOSCO-ARCHIVO.
           CLOSE KIOSCO-ARCHIVO.

       PROCESAR-SOLICITUD.
           MOVE SPACES TO MOTIVO-RECHAZO.
           PERFORM VALIDAR-SOLICITUD.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM ENCOLAR-SOLICITUD
           END-IF.
           MOVE KIO-EMPLEADOS-ID TO ACU-EMPLEADOS-ID.
           MOVE KIO-FECHA-HORA TO ACU-FECHA-HORA.
           MOVE KIO-TIPO TO ACU-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACU-FECHA-PROCESO.
           IF MOTIVO-RECHAZO = SPACES
               MOVE 'P' TO ACU-RESULTADO
               MOVE 'Recibido; en revision de RRHH' TO ACU-MOTIVO
               ADD 1 TO TOTAL-ENCOLADOS
           ELSE
               MOVE 'R' TO ACU-RESULTADO
               MOVE MOTIVO-RECHAZO TO ACU-MOTIVO
               ADD 1 TO TOTAL-RECHAZADOS
           END-IF.
           WRITE ACUSES-REGISTRO.

      *    El primer edit que falla da el motivo del rechazo.
       VALIDAR-SOLICITUD.
           IF KIO-EMPLEADOS-ID IS NOT NUMERIC
               MOVE 'ID de empleado invalido' TO MOTIVO-RECHAZO
           ELSE
               MOVE KIO-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE 'ID de empleado inexistente'
                           TO MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF NOT STATUS-ATIVO
                           MOVE 'Empleado dado de baja'
                               TO MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM VALIDAR-FECHA-HORA
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               EVALUATE TRUE
                   WHEN KIO-TELEFONO
                       PERFORM VALIDAR-TELEFONO
                   WHEN KIO-DOMICILIO
                       PERFORM VALIDAR-DOMICILIO
                   WHEN KIO-EMERGENCIA
                       PERFORM VALIDAR-EMERGENCIA
                   WHEN OTHER
                       MOVE 'Tipo de cambio invalido (TEL/DIR/EMER)'
                           TO MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

       VALIDAR-FECHA-HORA.
           IF KIO-FECHA-HORA IS NOT NUMERIC
               MOVE 'Fecha-hora de la solicitud invalida'
                   TO MOTIVO-RECHAZO
           ELSE
               MOVE KIO-FECHA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
               IF FECHA-CALENDARIO-OK = 'N' OR KIO-HORA > 23 OR
                       KIO-MINUTO > 59 OR KIO-SEGUNDO > 59 OR
                       KIO-FECHA > FECHA-HOY
                   MOVE 'Fecha-hora de la solicitud invalida'
                       TO MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               IF KIO-FECHA-EFECTIVA IS NOT NUMERIC
                   MOVE 'Fecha efectiva invalida' TO MOTIVO-RECHAZO
               ELSE
                   IF KIO-FECHA-EFECTIVA NOT = ZERO
                       MOVE KIO-FECHA-EFECTIVA TO FECHA-EVALUADA
                       PERFORM VALIDAR-FECHA-CALENDARIO
                       IF FECHA-CALENDARIO-OK = 'N'
                           MOVE 'Fecha efectiva fuera de calendario'
                               TO MOTIVO-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Mismo edit que la captura: telefono solo con digitos.
       VALIDAR-TELEFONO.
           IF KIO-TELEFONO-NUEVO IS NOT NUMERIC
               MOVE 'Telefono invalido: solo digitos'
                   TO MOTIVO-RECHAZO
           END-IF.

      *    Calle y ciudad obligatorias y pais de la lista de
      *    VALIDAR-PAIS (88 PAIS-VALIDO del maestro). Un cambio de
      *    pais de residencia cambia nomina e impuestos y no se toma
      *    del kiosco: se tramita con RRHH.
       VALIDAR-DOMICILIO.
           MOVE FUNCTION UPPER-CASE(KIO-CODIGO-PAIS) TO KIO-CODIGO-PAIS.
           EVALUATE TRUE
               WHEN KIO-CALLE = SPACES
                   MOVE 'La calle no puede quedar en blanco'
                       TO MOTIVO-RECHAZO
               WHEN KIO-CIUDAD = SPACES
                   MOVE 'La ciudad no puede quedar en blanco'
                       TO MOTIVO-RECHAZO
               WHEN KIO-CODIGO-PAIS NOT = DIR-CODIGO-PAIS
                   MOVE KIO-CODIGO-PAIS TO DIR-CODIGO-PAIS
                   IF PAIS-VALIDO
                       MOVE 'Cambio de pais: tramitar con RRHH'
                           TO MOTIVO-RECHAZO
                   ELSE
                       MOVE 'Codigo de pais no reconocido'
                           TO MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE.

       VALIDAR-EMERGENCIA.
           IF KIO-EMERGENCIA-ID IS NOT NUMERIC
               MOVE 'ID de contacto invalido' TO MOTIVO-RECHAZO
           ELSE
               IF KIO-EMERGENCIA-ID NOT = ZERO
                   PERFORM VALIDAR-CONTACTO-EXISTENTE
               END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               IF KIO-CONTACTO-NOMBRE = SPACES
                   IF KIO-EMERGENCIA-ID = ZERO
                       MOVE 'Nombre del contacto en blanco'
                           TO MOTIVO-RECHAZO
                   END-IF
               ELSE
                   IF KIO-CONTACTO-TELEFONO IS NOT NUMERIC
                       MOVE 'Telefono del contacto: solo digitos'
                           TO MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.

       VALIDAR-CONTACTO-EXISTENTE.
           IF HAY-EMERGENCIAS = 'N'
               MOVE 'Contacto de emergencia inexistente'
                   TO MOTIVO-RECHAZO
           ELSE
               MOVE KIO-EMERGENCIA-ID TO EMERGENCIA-ID
               READ EMERGENCIA-ARCHIVO
                   INVALID KEY
                       MOVE 'Contacto de emergencia inexistente'
                           TO MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF EMERGENCIA-EMPLEADOS-ID NOT =
                               KIO-EMPLEADOS-ID
                           MOVE 'El contacto es de otro empleado'
                               TO MOTIVO-RECHAZO
                       END-IF
               END-READ
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

       ENCOLAR-SOLICITUD.
           MOVE KIO-EMPLEADOS-ID TO KPE-EMPLEADOS-ID.
           MOVE KIO-FECHA-HORA TO KPE-FECHA-HORA.
           MOVE KIO-TIPO TO KPE-TIPO.
           MOVE KIO-FECHA-EFECTIVA TO KPE-FECHA-EFECTIVA.
           MOVE KIO-DATOS TO KPE-DATOS.
           MOVE 'P' TO KPE-ESTADO.
           MOVE SPACES TO KPE-APROBADOR.
           MOVE ZERO TO KPE-FECHA-DECISION.
           MOVE SPACES TO KPE-MOTIVO.
           WRITE PENDIENTES-KIOSCO-REGISTRO
               INVALID KEY
                   MOVE 'Solicitud duplicada' TO MOTIVO-RECHAZO
           END-WRITE.

      *    Linea estandar de bitacora de corrida; los rechazos dejan
      *    la corrida en 'WARN' para que el resumen matinal los note.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'INGRESO-KIOSCO' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-ENCOLADOS TO RUN-ESCRITOS
               MOVE TOTAL-RECHAZADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM INGRESO-KIOSCO.
