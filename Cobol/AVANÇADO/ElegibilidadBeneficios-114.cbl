      ******************************************************************
      * Author:
      * Date:
      * Purpose: Archivo de elegibilidad para las aseguradoras de los
      *          planes de beneficios (PlanesBeneficios-84): arma la
      *          imagen actual de titulares (inscripciones de
      *          empleados activos) y sus dependientes, la compara
      *          contra la imagen plana de la corrida anterior
      *          (elegibilidad_previo.dat, misma mecanica que
      *          DeltaEmpleados-49) y emite un archivo por aseguradora
      *          (elegibilidad_<aseguradora>.txt) solo con las altas
      *          (A), cambios (C) y bajas (D) desde el ultimo envio,
      *          con cabecera y registro de control de conteos al
      *          final. La baja que hace BAJA-REGISTRO deja al
      *          empleado inactivo, y con eso su inscripcion y sus
      *          dependientes salen solos como 'D' con la fecha de la
      *          BAJA del historico, salvo que tenga vigente la
      *          continuacion pagada por su cuenta
      *          (ContinuacionBeneficios-116): entonces sigue en el
      *          archivo marcado 'K' hasta que la continuacion
      *          termine. Despues regenera la imagen previa para el
      *          proximo envio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELEGIBILIDAD-BENEFICIOS.
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

      *    Historial ALTA/BAJA/REINGRESO que escribe
      *    RegistrosIndexados-05 (REGISTRAR-HISTORICO).
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

           SELECT OPTIONAL CONTINUACION-ARCHIVO
           ASSIGN TO 'continuacion_beneficios.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CON-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTINUACION-STATUS.

           SELECT ACTUAL-ARCHIVO
           ASSIGN TO 'elegibilidad_actual.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTUAL-STATUS.

           SELECT OPTIONAL PREVIO-ARCHIVO
           ASSIGN TO 'elegibilidad_previo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREVIO-STATUS.

           SELECT ELEGIBILIDAD-ARCHIVO
           ASSIGN DYNAMIC WS-ELEGIBILIDAD-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELEGIBILIDAD-STATUS.

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
               05  BEN-FECHA-ALTA PIC 9(8).

       FD  DEPENDIENTES-ARCHIVO.
           01  DEPENDIENTES-REGISTRO.
               05  DEP-EMPLEADOS-ID PIC 9(6).
               05  DEP-PLAN PIC X(4).
               05  DEP-NOMBRE PIC X(25).
               05  DEP-NACIMIENTO PIC 9(8).
               05  DEP-PARENTESCO PIC X(15).

      *    Mismo layout que arma REGISTRAR-HISTORICO con STRING:
      *    'AAAA-MM-DD HH:MM:SS EVENTO(10) ID=nnnnnn'.
       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA.
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

      *    Solo se usan la clave, el estado y la fecha de termino.
       FD  CONTINUACION-ARCHIVO.
           01  CONTINUACION-REGISTRO.
               05  CON-CLAVE.
                   10  CON-EMPLEADOS-ID PIC 9(6).
                   10  CON-PLAN PIC X(4).
               05  CON-NIVEL PIC X.
               05  CON-FECHA-BAJA PIC 9(8).
               05  CON-FECHA-OFERTA PIC 9(8).
               05  CON-FECHA-LIMITE PIC 9(8).
               05  CON-FECHA-FIN-MAXIMA PIC 9(8).
               05  CON-PRIMA PIC 9(7)V99.
               05  CON-ESTADO PIC X.
                   88  CON-VIGENTE VALUE 'E'.
               05  CON-FECHA-ELECCION PIC 9(8).
               05  CON-PROXIMO-VENCIMIENTO PIC 9(8).
               05  CON-PAGOS-RECIBIDOS PIC 9(3).
               05  CON-TOTAL-PAGADO PIC 9(9)V99.
               05  CON-SALDO-A-CUENTA PIC 9(7)V99.
               05  CON-FECHA-TERMINO PIC 9(8).

      *    Imagen de elegibilidad: un renglon por titular (tipo 'S')
      *    y uno por dependiente (tipo 'D'), en orden de la
      *    inscripcion con sus dependientes detras. La clave incluye
      *    la aseguradora, asi un plan que cambia de aseguradora sale
      *    como baja en la vieja y alta en la nueva.
       FD  ACTUAL-ARCHIVO.
           01  ACT-REGISTRO.
               05  ACT-CLAVE.
                   10  ACT-ASEGURADORA PIC X(6).
                   10  ACT-PLAN PIC X(4).
                   10  ACT-EMPLEADOS-ID PIC 9(6).
                   10  ACT-TIPO PIC X.
                       88  ACT-TITULAR VALUE 'S'.
                       88  ACT-DEPENDIENTE VALUE 'D'.
                   10  ACT-DEP-NOMBRE PIC X(25).
               05  ACT-POLIZA PIC X(15).
               05  ACT-ID-FISCAL PIC X(15).
               05  ACT-NOMBRE PIC X(40).
               05  ACT-NACIMIENTO PIC 9(8).
               05  ACT-PARENTESCO PIC X(15).
               05  ACT-NIVEL PIC X.
               05  ACT-FECHA-ALTA PIC 9(8).
               05  ACT-DIRECCION PIC X(55).
               05  ACT-COBERTURA PIC X.
      *            ' ' = empleado activo, 'K' = continuacion pagada
      *            por el ex empleado

      *    Imagen del envio anterior: mismo layout que ACT-REGISTRO.
       FD  PREVIO-ARCHIVO.
           01  PREV-REGISTRO.
               05  PREV-CLAVE.
                   10  PREV-ASEGURADORA PIC X(6).
                   10  PREV-PLAN PIC X(4).
                   10  PREV-EMPLEADOS-ID PIC 9(6).
                   10  PREV-TIPO PIC X.
                   10  PREV-DEP-NOMBRE PIC X(25).
               05  PREV-POLIZA PIC X(15).
               05  PREV-ID-FISCAL PIC X(15).
               05  PREV-NOMBRE PIC X(40).
               05  PREV-NACIMIENTO PIC 9(8).
               05  PREV-PARENTESCO PIC X(15).
               05  PREV-NIVEL PIC X.
               05  PREV-FECHA-ALTA PIC 9(8).
               05  PREV-DIRECCION PIC X(55).
               05  PREV-COBERTURA PIC X.

       FD  ELEGIBILIDAD-ARCHIVO.
           01  ELEGIBILIDAD-REGISTRO.
               05  ELG-ACCION PIC X.
      *            'A' = alta, 'C' = cambio, 'D' = baja de cobertura
               05  ELG-DATOS PIC X(200).
      *            Renglon de la imagen (layout de ACT-REGISTRO).
               05  ELG-FECHA-EFECTIVA PIC 9(8).

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
           01  PLANES-STATUS PIC XX.
           01  INS-BEN-STATUS PIC XX.
           01  DEPENDIENTES-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  CONTINUACION-STATUS PIC XX.
           01  HAY-CONTINUACION PIC X VALUE 'N'.
           01  COBERTURA-ACTUAL PIC X.
           01  ACTUAL-STATUS PIC XX.
           01  PREVIO-STATUS PIC XX.
           01  ELEGIBILIDAD-STATUS PIC XX.
           01  WS-ELEGIBILIDAD-NOMBRE PIC X(30).

           01  FIN-PLANES PIC X.
           01  FIN-INS-BEN PIC X.
           01  FIN-DEPENDIENTES PIC X.
           01  FIN-HISTORICO PIC X.
           01  FIN-ACTUAL PIC X.
           01  FIN-PREVIO PIC X.
           01  HAY-PREVIO PIC X VALUE 'N'.
           01  PREVIO-ENCONTRADO PIC X.
           01  ACTUAL-ENCONTRADO PIC X.
           01  TITULAR-NUEVO PIC X VALUE 'N'.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-BAJA PIC 9(8).
           01  FECHA-HISTORICO-TXT PIC X(8).
           01  FECHA-HISTORICO PIC 9(8).
           01  BAJA-EMPLEADOS-ID PIC 9(6) VALUE ZERO.
           01  BAJA-FECHA-HALLADA PIC 9(8) VALUE ZERO.

           01  MAXIMO-PLANES PIC 9(3) VALUE 100.
           01  TOTAL-PLANES PIC 9(3) VALUE ZERO.
           01  INDICE-PLAN PIC 9(3).
           01  PLAN-HALLADO PIC 9(3).
           01  TABLA-PLANES.
               05  PLAN-ENTRADA OCCURS 100 TIMES.
                   10  TPL-CODIGO PIC X(4).
                   10  TPL-ASEGURADORA PIC X(6).
                   10  TPL-POLIZA PIC X(15).

           01  MAXIMO-ASEGURADORAS PIC 9(3) VALUE 50.
           01  TOTAL-ASEGURADORAS PIC 9(3) VALUE ZERO.
           01  INDICE-ASEGURADORA PIC 9(3).
           01  ASEGURADORA-HALLADA PIC 9(3).
           01  ASEGURADORA-ACTUAL PIC X(6).
           01  TABLA-ASEGURADORAS.
               05  ASEGURADORA-ENTRADA OCCURS 50 TIMES.
                   10  TAS-CODIGO PIC X(6).

           01  INSCRIPCIONES-LEIDAS PIC 9(6) VALUE ZERO.
           01  INSCRIPCIONES-OMITIDAS PIC 9(6) VALUE ZERO.
           01  RENGLONES-IMAGEN PIC 9(6) VALUE ZERO.
           01  ASEG-AGREGADOS PIC 9(5).
           01  ASEG-CAMBIADOS PIC 9(5).
           01  ASEG-BAJAS PIC 9(5).
           01  TOTAL-AGREGADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-CAMBIADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-BAJAS PIC 9(6) VALUE ZERO.
           01  TOTAL-TRANSACCIONES PIC 9(6) VALUE ZERO.

           01  LINEA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  CAB-ASEGURADORA PIC X(6).
               05  CAB-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'ELEGIBIL'.

           01  LINEA-CONTROL.
               05  FILLER PIC X VALUE 'T'.
               05  CTL-ASEGURADORA PIC X(6).
               05  CTL-AGREGADOS PIC 9(5).
               05  CTL-CAMBIADOS PIC 9(5).
               05  CTL-BAJAS PIC 9(5).
               05  CTL-REGISTROS PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-PLANES.
           PERFORM ABRIR-ARCHIVOS.
           IF TOTAL-ASEGURADORAS = ZERO
               DISPLAY 'Ningun plan tiene aseguradora; capture la '
                   'aseguradora en PLANES-BENEFICIOS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ARMAR-IMAGEN-ACTUAL.
           CLOSE INS-BEN-ARCHIVO.
           PERFORM VARYING INDICE-ASEGURADORA FROM 1 BY 1
                   UNTIL INDICE-ASEGURADORA > TOTAL-ASEGURADORAS
               PERFORM GENERAR-UNA-ASEGURADORA
           END-PERFORM.
           PERFORM REGENERAR-IMAGEN-PREVIA.
           CLOSE CONTINUACION-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY 'Elegibilidad: aseguradoras=' TOTAL-ASEGURADORAS
               ' altas=' TOTAL-AGREGADOS
               ' cambios=' TOTAL-CAMBIADOS
               ' bajas=' TOTAL-BAJAS.
           IF INSCRIPCIONES-OMITIDAS > ZERO
               DISPLAY 'Inscripciones sin aseguradora (no enviadas): '
                   INSCRIPCIONES-OMITIDAS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

      *    Tabla de planes con su aseguradora, y lista de
      *    aseguradoras distintas (un archivo por cada una).
       CARGAR-PLANES.
           OPEN INPUT PLANES-ARCHIVO.
           IF PLANES-STATUS = '05' OR PLANES-STATUS = '35'
               DISPLAY 'No existe planes_beneficios.dat.'
           ELSE
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLANES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           PERFORM ANOTAR-PLAN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANES-ARCHIVO.

       ANOTAR-PLAN.
           IF TOTAL-PLANES < MAXIMO-PLANES
               ADD 1 TO TOTAL-PLANES
               MOVE PLAN-CODIGO TO TPL-CODIGO(TOTAL-PLANES)
               MOVE PLAN-ASEGURADORA TO TPL-ASEGURADORA(TOTAL-PLANES)
               MOVE PLAN-POLIZA TO TPL-POLIZA(TOTAL-PLANES)
               IF PLAN-ASEGURADORA NOT = SPACES
                   MOVE PLAN-ASEGURADORA TO ASEGURADORA-ACTUAL
                   PERFORM ANOTAR-ASEGURADORA
               END-IF
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-PLANES
                   ' planes; ' PLAN-CODIGO ' queda fuera.'
           END-IF.

       ANOTAR-ASEGURADORA.
           MOVE ZERO TO ASEGURADORA-HALLADA.
           PERFORM VARYING INDICE-ASEGURADORA FROM 1 BY 1
                   UNTIL INDICE-ASEGURADORA > TOTAL-ASEGURADORAS OR
                       ASEGURADORA-HALLADA > ZERO
               IF TAS-CODIGO(INDICE-ASEGURADORA) = ASEGURADORA-ACTUAL
                   MOVE INDICE-ASEGURADORA TO ASEGURADORA-HALLADA
               END-IF
           END-PERFORM.
           IF ASEGURADORA-HALLADA = ZERO
               IF TOTAL-ASEGURADORAS < MAXIMO-ASEGURADORAS
                   ADD 1 TO TOTAL-ASEGURADORAS
                   MOVE ASEGURADORA-ACTUAL
                       TO TAS-CODIGO(TOTAL-ASEGURADORAS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-ASEGURADORAS
                       ' aseguradoras; ' ASEGURADORA-ACTUAL
                       ' queda fuera.'
               END-IF
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INS-BEN-ARCHIVO.
           IF INS-BEN-STATUS NOT = '00' AND INS-BEN-STATUS NOT = '05'
               DISPLAY 'Error de archivo INS-BEN. STATUS ='
                   INS-BEN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Las aseguradoras del envio anterior tambien entran a la
      *    lista: si ningun plan las usa ya, reciben sus bajas.
           OPEN INPUT CONTINUACION-ARCHIVO.
           IF CONTINUACION-STATUS = '00'
               MOVE 'S' TO HAY-CONTINUACION
           END-IF.
           OPEN INPUT PREVIO-ARCHIVO.
           IF PREVIO-STATUS = '00'
               MOVE 'S' TO HAY-PREVIO
               MOVE 'N' TO FIN-PREVIO
               PERFORM UNTIL FIN-PREVIO = 'S'
                   READ PREVIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PREVIO
                       NOT AT END
                           MOVE PREV-ASEGURADORA TO ASEGURADORA-ACTUAL
                           PERFORM ANOTAR-ASEGURADORA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Sin imagen previa: primer envio, todos '
                   'los registros saldran como altas.'
           END-IF.
           CLOSE PREVIO-ARCHIVO.
           OPEN OUTPUT ACTUAL-ARCHIVO.
           IF ACTUAL-STATUS NOT = '00'
               DISPLAY 'Error de archivo ACTUAL-ARCHIVO. STATUS ='
                   ACTUAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Recorre las inscripciones por clave; solo entran las de
      *    empleados activos en el maestro, con el titular seguido de
      *    sus dependientes del mismo plan.
       ARMAR-IMAGEN-ACTUAL.
           MOVE 'N' TO FIN-INS-BEN.
           MOVE LOW-VALUES TO BEN-CLAVE.
           START INS-BEN-ARCHIVO KEY IS NOT LESS THAN BEN-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-INS-BEN
           END-START.
           PERFORM UNTIL FIN-INS-BEN = 'S'
               READ INS-BEN-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INS-BEN
                   NOT AT END
                       ADD 1 TO INSCRIPCIONES-LEIDAS
                       PERFORM EVALUAR-INSCRIPCION
               END-READ
           END-PERFORM.
           CLOSE ACTUAL-ARCHIVO.

       EVALUAR-INSCRIPCION.
           PERFORM BUSCAR-PLAN.
           IF PLAN-HALLADO = ZERO
               ADD 1 TO INSCRIPCIONES-OMITIDAS
           ELSE
               IF TPL-ASEGURADORA(PLAN-HALLADO) = SPACES
                   ADD 1 TO INSCRIPCIONES-OMITIDAS
               ELSE
                   MOVE BEN-EMPLEADOS-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM VER-COBERTURA
                           IF COBERTURA-ACTUAL NOT = 'N'
                               PERFORM ESCRIBIR-TITULAR
                               PERFORM ESCRIBIR-DEPENDIENTES
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    Activo: cubierto como empleado. Inactivo: solo con la
      *    continuacion vigente para ese plan ('N' = no se reporta).
       VER-COBERTURA.
           MOVE 'N' TO COBERTURA-ACTUAL.
           IF STATUS-ATIVO
               MOVE SPACE TO COBERTURA-ACTUAL
           ELSE
               IF HAY-CONTINUACION = 'S'
                   MOVE BEN-EMPLEADOS-ID TO CON-EMPLEADOS-ID
                   MOVE BEN-PLAN TO CON-PLAN
                   READ CONTINUACION-ARCHIVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CON-VIGENTE
                               MOVE 'K' TO COBERTURA-ACTUAL
                           END-IF
                   END-READ
               END-IF
           END-IF.

       BUSCAR-PLAN.
           MOVE ZERO TO PLAN-HALLADO.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES OR
                       PLAN-HALLADO > ZERO
               IF TPL-CODIGO(INDICE-PLAN) = BEN-PLAN
                   MOVE INDICE-PLAN TO PLAN-HALLADO
               END-IF
           END-PERFORM.

       ESCRIBIR-TITULAR.
           MOVE SPACES TO ACT-REGISTRO.
           MOVE TPL-ASEGURADORA(PLAN-HALLADO) TO ACT-ASEGURADORA.
           MOVE BEN-PLAN TO ACT-PLAN.
           MOVE BEN-EMPLEADOS-ID TO ACT-EMPLEADOS-ID.
           MOVE 'S' TO ACT-TIPO.
           MOVE TPL-POLIZA(PLAN-HALLADO) TO ACT-POLIZA.
           MOVE EMPLEADOS-ID-FISCAL TO ACT-ID-FISCAL.
           STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY '  '
               INTO ACT-NOMBRE.
           MOVE EMPLEADOS-DATA-NASCIMENTO TO ACT-NACIMIENTO.
           MOVE 'TITULAR' TO ACT-PARENTESCO.
           MOVE BEN-NIVEL TO ACT-NIVEL.
           MOVE BEN-FECHA-ALTA TO ACT-FECHA-ALTA.
           MOVE EMPLEADOS-DIRECCION TO ACT-DIRECCION.
           MOVE COBERTURA-ACTUAL TO ACT-COBERTURA.
           WRITE ACT-REGISTRO.
           ADD 1 TO RENGLONES-IMAGEN.

      *    Rebobina dependientes.dat por inscripcion (mismo patron
      *    que el censo de PlanesBeneficios-84).
       ESCRIBIR-DEPENDIENTES.
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
                           IF DEP-EMPLEADOS-ID = BEN-EMPLEADOS-ID AND
                                   DEP-PLAN = BEN-PLAN
                               PERFORM ESCRIBIR-DEPENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPENDIENTES-ARCHIVO
           END-IF.

       ESCRIBIR-DEPENDIENTE.
           MOVE SPACES TO ACT-REGISTRO.
           MOVE TPL-ASEGURADORA(PLAN-HALLADO) TO ACT-ASEGURADORA.
           MOVE BEN-PLAN TO ACT-PLAN.
           MOVE BEN-EMPLEADOS-ID TO ACT-EMPLEADOS-ID.
           MOVE 'D' TO ACT-TIPO.
           MOVE DEP-NOMBRE TO ACT-DEP-NOMBRE.
           MOVE TPL-POLIZA(PLAN-HALLADO) TO ACT-POLIZA.
           MOVE EMPLEADOS-ID-FISCAL TO ACT-ID-FISCAL.
           MOVE DEP-NOMBRE TO ACT-NOMBRE.
           MOVE DEP-NACIMIENTO TO ACT-NACIMIENTO.
           MOVE DEP-PARENTESCO TO ACT-PARENTESCO.
           MOVE BEN-NIVEL TO ACT-NIVEL.
           MOVE BEN-FECHA-ALTA TO ACT-FECHA-ALTA.
           MOVE EMPLEADOS-DIRECCION TO ACT-DIRECCION.
           MOVE COBERTURA-ACTUAL TO ACT-COBERTURA.
           WRITE ACT-REGISTRO.
           ADD 1 TO RENGLONES-IMAGEN.

      *    Un archivo por aseguradora: primero las altas y cambios
      *    (imagen actual contra la previa), despues las bajas
      *    (imagen previa que ya no esta en la actual).
       GENERAR-UNA-ASEGURADORA.
           MOVE TAS-CODIGO(INDICE-ASEGURADORA) TO ASEGURADORA-ACTUAL.
           MOVE SPACES TO WS-ELEGIBILIDAD-NOMBRE.
           STRING 'elegibilidad_' DELIMITED BY SIZE
                  ASEGURADORA-ACTUAL DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ELEGIBILIDAD-NOMBRE.
           OPEN OUTPUT ELEGIBILIDAD-ARCHIVO.
           IF ELEGIBILIDAD-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' WS-ELEGIBILIDAD-NOMBRE
                   '. STATUS =' ELEGIBILIDAD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO ASEG-AGREGADOS.
           MOVE ZERO TO ASEG-CAMBIADOS.
           MOVE ZERO TO ASEG-BAJAS.
           MOVE ASEGURADORA-ACTUAL TO CAB-ASEGURADORA.
           MOVE FECHA-HOY TO CAB-FECHA.
           MOVE LINEA-CABECERA TO ELEGIBILIDAD-REGISTRO.
           WRITE ELEGIBILIDAD-REGISTRO.
           PERFORM COMPARAR-ACTUAL.
           IF HAY-PREVIO = 'S'
               PERFORM BUSCAR-BAJAS
           END-IF.
           MOVE ASEGURADORA-ACTUAL TO CTL-ASEGURADORA.
           MOVE ASEG-AGREGADOS TO CTL-AGREGADOS.
           MOVE ASEG-CAMBIADOS TO CTL-CAMBIADOS.
           MOVE ASEG-BAJAS TO CTL-BAJAS.
           COMPUTE CTL-REGISTROS =
               ASEG-AGREGADOS + ASEG-CAMBIADOS + ASEG-BAJAS.
           MOVE LINEA-CONTROL TO ELEGIBILIDAD-REGISTRO.
           WRITE ELEGIBILIDAD-REGISTRO.
           CLOSE ELEGIBILIDAD-ARCHIVO.
           ADD ASEG-AGREGADOS TO TOTAL-AGREGADOS.
           ADD ASEG-CAMBIADOS TO TOTAL-CAMBIADOS.
           ADD ASEG-BAJAS TO TOTAL-BAJAS.
           DISPLAY 'Aseguradora ' ASEGURADORA-ACTUAL
               ': altas=' ASEG-AGREGADOS
               ' cambios=' ASEG-CAMBIADOS
               ' bajas=' ASEG-BAJAS
               ' en ' WS-ELEGIBILIDAD-NOMBRE.

       COMPARAR-ACTUAL.
           OPEN INPUT ACTUAL-ARCHIVO.
           MOVE 'N' TO FIN-ACTUAL.
           PERFORM UNTIL FIN-ACTUAL = 'S'
               READ ACTUAL-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-ACTUAL
                   NOT AT END
                       IF ACT-ASEGURADORA = ASEGURADORA-ACTUAL
                           PERFORM COMPARAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTUAL-ARCHIVO.

      *    El dependiente de un titular que entra en este mismo envio
      *    toma la fecha de la inscripcion; el que se agrega despues
      *    a una inscripcion ya reportada, la fecha del envio.
       COMPARAR-RENGLON.
           PERFORM BUSCAR-EN-PREVIO.
           EVALUATE TRUE
               WHEN PREVIO-ENCONTRADO = 'N'
                   MOVE 'A' TO ELG-ACCION
                   IF ACT-TITULAR
                       MOVE 'S' TO TITULAR-NUEVO
                       MOVE ACT-FECHA-ALTA TO ELG-FECHA-EFECTIVA
                   ELSE
                       IF TITULAR-NUEVO = 'S'
                           MOVE ACT-FECHA-ALTA TO ELG-FECHA-EFECTIVA
                       ELSE
                           MOVE FECHA-HOY TO ELG-FECHA-EFECTIVA
                       END-IF
                   END-IF
                   MOVE ACT-REGISTRO TO ELG-DATOS
                   WRITE ELEGIBILIDAD-REGISTRO
                   ADD 1 TO ASEG-AGREGADOS
               WHEN PREV-POLIZA NOT = ACT-POLIZA OR
                       PREV-ID-FISCAL NOT = ACT-ID-FISCAL OR
                       PREV-NOMBRE NOT = ACT-NOMBRE OR
                       PREV-NACIMIENTO NOT = ACT-NACIMIENTO OR
                       PREV-PARENTESCO NOT = ACT-PARENTESCO OR
                       PREV-NIVEL NOT = ACT-NIVEL OR
                       PREV-FECHA-ALTA NOT = ACT-FECHA-ALTA OR
                       PREV-DIRECCION NOT = ACT-DIRECCION OR
                       PREV-COBERTURA NOT = ACT-COBERTURA
                   IF ACT-TITULAR
                       MOVE 'N' TO TITULAR-NUEVO
                   END-IF
                   MOVE 'C' TO ELG-ACCION
                   MOVE FECHA-HOY TO ELG-FECHA-EFECTIVA
                   MOVE ACT-REGISTRO TO ELG-DATOS
                   WRITE ELEGIBILIDAD-REGISTRO
                   ADD 1 TO ASEG-CAMBIADOS
               WHEN OTHER
                   IF ACT-TITULAR
                       MOVE 'N' TO TITULAR-NUEVO
                   END-IF
           END-EVALUATE.

      *    Rebobina la imagen previa buscando la misma clave (mismo
      *    patron que BUSCAR-EN-PREVIO en DeltaEmpleados-49).
       BUSCAR-EN-PREVIO.
           MOVE 'N' TO PREVIO-ENCONTRADO.
           IF HAY-PREVIO = 'S'
               OPEN INPUT PREVIO-ARCHIVO
               MOVE 'N' TO FIN-PREVIO
               PERFORM UNTIL FIN-PREVIO = 'S'
                   READ PREVIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PREVIO
                       NOT AT END
                           IF PREV-CLAVE = ACT-CLAVE
                               MOVE 'S' TO PREVIO-ENCONTRADO
                               MOVE 'S' TO FIN-PREVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVIO-ARCHIVO
           END-IF.

      *    Lo que estaba en el envio anterior y ya no esta en la
      *    imagen actual sale como baja: titular dado de baja en el
      *    maestro, inscripcion cancelada o dependiente retirado.
       BUSCAR-BAJAS.
           OPEN INPUT PREVIO-ARCHIVO.
           MOVE 'N' TO FIN-PREVIO.
           PERFORM UNTIL FIN-PREVIO = 'S'
               READ PREVIO-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-PREVIO
                   NOT AT END
                       IF PREV-ASEGURADORA = ASEGURADORA-ACTUAL
                           PERFORM REPORTAR-SI-BAJA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREVIO-ARCHIVO.

       REPORTAR-SI-BAJA.
           MOVE 'N' TO ACTUAL-ENCONTRADO.
           OPEN INPUT ACTUAL-ARCHIVO.
           MOVE 'N' TO FIN-ACTUAL.
           PERFORM UNTIL FIN-ACTUAL = 'S'
               READ ACTUAL-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-ACTUAL
                   NOT AT END
                       IF ACT-CLAVE = PREV-CLAVE
                           MOVE 'S' TO ACTUAL-ENCONTRADO
                           MOVE 'S' TO FIN-ACTUAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTUAL-ARCHIVO.
           IF ACTUAL-ENCONTRADO = 'N'
               PERFORM DETERMINAR-FECHA-BAJA
               MOVE 'D' TO ELG-ACCION
               MOVE PREV-REGISTRO TO ELG-DATOS
               MOVE FECHA-BAJA TO ELG-FECHA-EFECTIVA
               WRITE ELEGIBILIDAD-REGISTRO
               ADD 1 TO ASEG-BAJAS
           END-IF.

      *    Si el empleado quedo inactivo (BAJA-REGISTRO), la cobertura
      *    termina en la fecha de su ultima BAJA del historico; en
      *    cualquier otro caso, en la fecha del envio. La ultima
      *    busqueda se recuerda: titular y dependientes vienen
      *    seguidos. Una continuacion terminada manda su propia
      *    fecha de termino.
       DETERMINAR-FECHA-BAJA.
           MOVE FECHA-HOY TO FECHA-BAJA.
           IF PREV-COBERTURA = 'K' AND HAY-CONTINUACION = 'S'
               MOVE PREV-EMPLEADOS-ID TO CON-EMPLEADOS-ID
               MOVE PREV-PLAN TO CON-PLAN
               READ CONTINUACION-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-FECHA-TERMINO > ZERO
                           MOVE CON-FECHA-TERMINO TO FECHA-BAJA
                       END-IF
               END-READ
           ELSE
               PERFORM DETERMINAR-FECHA-BAJA-EMPLEO
           END-IF.

       DETERMINAR-FECHA-BAJA-EMPLEO.
           MOVE PREV-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       IF PREV-EMPLEADOS-ID NOT = BAJA-EMPLEADOS-ID
                           PERFORM BUSCAR-ULTIMA-BAJA
                       END-IF
                       IF BAJA-FECHA-HALLADA > ZERO
                           MOVE BAJA-FECHA-HALLADA TO FECHA-BAJA
                       END-IF
                   END-IF
           END-READ.

       BUSCAR-ULTIMA-BAJA.
           MOVE PREV-EMPLEADOS-ID TO BAJA-EMPLEADOS-ID.
           MOVE ZERO TO BAJA-FECHA-HALLADA.
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
           IF HIST-ID = EMPLEADOS-ID AND HIST-ANO IS NUMERIC AND
                   FUNCTION TRIM(HIST-EVENTO) = 'BAJA'
               STRING HIST-ANO HIST-MES HIST-DIA DELIMITED BY SIZE
                   INTO FECHA-HISTORICO-TXT
               MOVE FECHA-HISTORICO-TXT TO FECHA-HISTORICO
               MOVE FECHA-HISTORICO TO BAJA-FECHA-HALLADA
           END-IF.

      *    La imagen previa se regenera con la actual para el
      *    proximo envio.
       REGENERAR-IMAGEN-PREVIA.
           OPEN INPUT ACTUAL-ARCHIVO.
           OPEN OUTPUT PREVIO-ARCHIVO.
           MOVE 'N' TO FIN-ACTUAL.
           PERFORM UNTIL FIN-ACTUAL = 'S'
               READ ACTUAL-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-ACTUAL
                   NOT AT END
                       MOVE ACT-REGISTRO TO PREV-REGISTRO
                       WRITE PREV-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE PREVIO-ARCHIVO.
           CLOSE ACTUAL-ARCHIVO.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ELEGIBILIDAD-BENEF' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE INSCRIPCIONES-LEIDAS TO RUN-LEIDOS
               COMPUTE TOTAL-TRANSACCIONES =
                   TOTAL-AGREGADOS + TOTAL-CAMBIADOS + TOTAL-BAJAS
               MOVE TOTAL-TRANSACCIONES TO RUN-ESCRITOS
               MOVE INSCRIPCIONES-OMITIDAS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ELEGIBILIDAD-BENEFICIOS.
