      ******************************************************************
      * Author:
      * Date:
      * Purpose: Continuacion de beneficios pagada por el ex empleado.
      *          Cuando BAJA-REGISTRO o VencimientoContratos-32 dejan
      *          inactivo a un permanente con inscripciones en
      *          inscripciones_beneficios.dat, la opcion de ofertas
      *          abre un registro por plan en
      *          continuacion_beneficios.dat (clave ID + plan) con la
      *          ventana de eleccion, la prima a pagar por su cuenta y
      *          el fin maximo de la continuacion, y genera la carta
      *          de oferta con las plantillas de plantillas_cartas.dat
      *          (misma fusion de marcadores que CartasVerificacion-96,
      *          mas &PLAN, &PRIMA, &LIMITE y &FINCOB). Despues se
      *          registran la eleccion y cada pago recibido
      *          (pagos_continuacion.dat), y la revision de
      *          vencimientos termina la cobertura por pago no
      *          recibido o por fin del periodo. ElegibilidadBeneficios
      *          -114 reporta a la aseguradora a quien esta vigente
      *          aqui.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTINUACION-BENEFICIOS.
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

           SELECT OPTIONAL CONTINUACION-ARCHIVO
           ASSIGN TO 'continuacion_beneficios.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CON-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CONTINUACION-STATUS.

           SELECT OPTIONAL PAGOS-CON-ARCHIVO
           ASSIGN TO 'pagos_continuacion.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAGOS-CON-STATUS.

      *    Historial ALTA/BAJA/REINGRESO que escribe
      *    RegistrosIndexados-05 (REGISTRAR-HISTORICO).
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

      *    Plantillas que mantiene CartasVerificacion-96.
           SELECT OPTIONAL PLANTILLAS-ARCHIVO
           ASSIGN TO 'plantillas_cartas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANTILLAS-STATUS.

           SELECT CARTA-ARCHIVO
           ASSIGN TO 'cartas_continuacion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CARTA-STATUS.

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

       FD  CONTINUACION-ARCHIVO.
           01  CONTINUACION-REGISTRO.
               05  CON-CLAVE.
                   10  CON-EMPLEADOS-ID PIC 9(6).
                   10  CON-PLAN PIC X(4).
               05  CON-NIVEL PIC X.
               05  CON-FECHA-BAJA PIC 9(8).
      *            Fecha de la BAJA que dio derecho a la continuacion.
               05  CON-FECHA-OFERTA PIC 9(8).
               05  CON-FECHA-LIMITE PIC 9(8).
      *            Ultimo dia para elegir la continuacion.
               05  CON-FECHA-FIN-MAXIMA PIC 9(8).
      *            Fin del periodo de continuacion (BAJA + meses).
               05  CON-PRIMA PIC 9(7)V99.
      *            Prima por mes a cargo del ex empleado (prima del
      *            plan por nivel, mas el recargo administrativo).
               05  CON-ESTADO PIC X.
                   88  CON-OFRECIDA VALUE 'O'.
                   88  CON-VIGENTE VALUE 'E'.
                   88  CON-RECHAZADA VALUE 'R'.
                   88  CON-VENCIDA VALUE 'V'.
                   88  CON-TERMINADA-PAGO VALUE 'T'.
                   88  CON-TERMINADA-PLAZO VALUE 'F'.
               05  CON-FECHA-ELECCION PIC 9(8).
               05  CON-PROXIMO-VENCIMIENTO PIC 9(8).
      *            Fecha en que vence la proxima prima no pagada.
               05  CON-PAGOS-RECIBIDOS PIC 9(3).
               05  CON-TOTAL-PAGADO PIC 9(9)V99.
               05  CON-SALDO-A-CUENTA PIC 9(7)V99.
      *            Pago parcial que todavia no cubre una prima.
               05  CON-FECHA-TERMINO PIC 9(8).

       FD  PAGOS-CON-ARCHIVO.
           01  PAGOS-CON-REGISTRO.
               05  PGC-EMPLEADOS-ID PIC 9(6).
               05  PGC-PLAN PIC X(4).
               05  PGC-FECHA PIC 9(8).
               05  PGC-IMPORTE PIC 9(7)V99.
               05  PGC-VENCIMIENTO PIC 9(8).
      *            Proximo vencimiento despues de aplicar el pago.

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

       FD  PLANTILLAS-ARCHIVO.
           01  PLANTILLAS-REGISTRO.
               05  PLA-CODIGO PIC X(4).
               05  PLA-SECUENCIA PIC 9(3).
               05  PLA-TEXTO PIC X(70).

       FD  CARTA-ARCHIVO.
           01  LINEA-CARTA PIC X(90).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  PLAN-TXT PIC X(28)
               VALUE 'Codigo del plan (4 car): '.
           01  PLANTILLA-TXT PIC X(42)
               VALUE 'Plantilla de la oferta (blanco = CONT): '.
           01  IMPORTE-TXT PIC X(44)
               VALUE 'Importe recibido (2 dec implicitos): '.

      *    Parametros de la continuacion.
           01  DIAS-VENTANA-ELECCION PIC 9(3) VALUE 60.
           01  MESES-CONTINUACION PIC 9(3) VALUE 18.
           01  DIAS-PRIMER-PAGO PIC 9(3) VALUE 45.
           01  DIAS-GRACIA PIC 9(3) VALUE 30.
           01  PORCENTAJE-RECARGO PIC 9(3) VALUE 2.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  PLANES-STATUS PIC XX.
           01  INS-BEN-STATUS PIC XX.
           01  CONTINUACION-STATUS PIC XX.
           01  PAGOS-CON-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  PLANTILLAS-STATUS PIC XX.
           01  CARTA-STATUS PIC XX.
           01  FIN-PLANES PIC X.
           01  FIN-INS-BEN PIC X.
           01  FIN-CONTINUACION PIC X.
           01  FIN-HISTORICO PIC X.
           01  FIN-PLANTILLAS PIC X.
           01  HAY-INSCRIPCIONES PIC X VALUE 'N'.
           01  EMPLEADO-EXISTE PIC X.
           01  CONTINUACION-EXISTE PIC X.
           01  CAMPO-VALIDO PIC X.
           01  ENTRADA-NUMERICA PIC X(12).
           01  PLAN-ENTRADA PIC X(4).
           01  PLANTILLA-ENTRADA PIC X(4).
           01  RESPUESTA PIC X.
           01  IMPORTE-RECIBIDO PIC 9(7)V99.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-HISTORICO-TXT PIC X(8).
           01  FECHA-HISTORICO PIC 9(8).
           01  FECHA-ULTIMA-BAJA PIC 9(8).
           01  FECHA-LIMITE-GRACIA PIC 9(8).
           01  DIAS-DESDE-BAJA PIC S9(7).

      *    Aritmetica de meses sobre una fecha AAAAMMDD: el dia se
      *    recorta al ultimo valido del mes (31 -> 30/29/28).
           01  FECHA-CALCULO PIC 9(8).
           01  FECHA-CALCULO-R REDEFINES FECHA-CALCULO.
               05  FCA-ANO PIC 9(4).
               05  FCA-MES PIC 99.
               05  FCA-DIA PIC 99.
           01  MESES-A-SUMAR PIC 9(3).

           01  MAXIMO-PLANES PIC 9(3) VALUE 100.
           01  TOTAL-PLANES PIC 9(3) VALUE ZERO.
           01  INDICE-PLAN PIC 9(3).
           01  PLAN-HALLADO PIC 9(3).
           01  TABLA-PLANES.
               05  PLAN-ENTRADA-TABLA OCCURS 100 TIMES.
                   10  TPL-CODIGO PIC X(4).
                   10  TPL-DESCRIPCION PIC X(30).
                   10  TPL-PRIMA PIC 9(7)V99.

           01  OFERTAS-GENERADAS PIC 9(5).
           01  OFERTAS-FUERA-PLAZO PIC 9(5).
           01  LINEAS-FUSIONADAS PIC 9(4).
           01  CARTAS-SIN-PLANTILLA PIC 9(5).
           01  REVISADAS-VENCIDAS PIC 9(5).
           01  REVISADAS-SIN-PAGO PIC 9(5).
           01  REVISADAS-FIN-PLAZO PIC 9(5).

      *    Fusion de marcadores: la linea de la plantilla se copia
      *    caracter por caracter y cada marcador &NOMBRE-DE-CAMPO se
      *    sustituye por el valor recortado (CartasVerificacion-96).
           01  LINEA-SALIDA PIC X(90).
           01  PUNTERO-ENTRADA PIC 9(3).
           01  PUNTERO-SALIDA PIC 9(3).
           01  VALOR-CAMPO PIC X(35).
           01  LARGO-VALOR PIC 9(3).
           01  LARGO-MARCADOR PIC 9(3).
           01  INDICE-COPIA PIC 9(3).
           01  PRIMA-EDITADA PIC ZZZ,ZZ9.99.
           01  PRIMA-TEXTO PIC X(10).
           01  FECHA-ALTA-TEXTO PIC X(8).

           01  LINEA-LISTADO.
               05  LST-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  LST-PLAN PIC X(4).
               05  FILLER PIC X(8) VALUE ' estado='.
               05  LST-ESTADO PIC X.
               05  FILLER PIC X(8) VALUE ' limite='.
               05  LST-LIMITE PIC 9(8).
               05  FILLER PIC X(7) VALUE ' prima='.
               05  LST-PRIMA PIC ZZZ,ZZ9.99.
               05  FILLER PIC X(7) VALUE ' vence='.
               05  LST-VENCE PIC 9(8).
               05  FILLER PIC X(5) VALUE ' fin='.
               05  LST-FIN PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL RESPOSTA-NAO.
           PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
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
           OPEN INPUT INS-BEN-ARCHIVO.
           IF INS-BEN-STATUS = '00'
               MOVE 'S' TO HAY-INSCRIPCIONES
           END-IF.
           OPEN I-O CONTINUACION-ARCHIVO.
           IF CONTINUACION-STATUS = '35' OR
                   CONTINUACION-STATUS = '05'
               OPEN OUTPUT CONTINUACION-ARCHIVO
               CLOSE CONTINUACION-ARCHIVO
               OPEN I-O CONTINUACION-ARCHIVO
           END-IF.
           IF CONTINUACION-STATUS NOT = '00' AND
                   CONTINUACION-STATUS NOT = '05'
               DISPLAY 'Error de archivo CONTINUACION. STATUS ='
                   CONTINUACION-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-PLANES.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE INS-BEN-ARCHIVO.
           CLOSE CONTINUACION-ARCHIVO.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Generar ofertas de continuacion'.
           DISPLAY '2) Registrar la eleccion del ex empleado'.
           DISPLAY '3) Registrar un pago de prima'.
           DISPLAY '4) Revisar vencimientos'.
           DISPLAY '5) Listar continuaciones'.
           DISPLAY '6) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM GENERAR-OFERTAS
               WHEN '2'
                   PERFORM REGISTRAR-ELECCION
               WHEN '3'
                   PERFORM REGISTRAR-PAGO
               WHEN '4'
                   PERFORM REVISAR-VENCIMIENTOS
               WHEN '5'
                   PERFORM LISTAR-CONTINUACIONES
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       CARGAR-PLANES.
           OPEN INPUT PLANES-ARCHIVO.
           IF PLANES-STATUS = '05' OR PLANES-STATUS = '35'
               CLOSE PLANES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANES
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
                               MOVE PLAN-PRIMA
                                   TO TPL-PRIMA(TOTAL-PLANES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANES-ARCHIVO
           END-IF.

       BUSCAR-PLAN.
           MOVE ZERO TO PLAN-HALLADO.
           PERFORM VARYING INDICE-PLAN FROM 1 BY 1
                   UNTIL INDICE-PLAN > TOTAL-PLANES OR
                       PLAN-HALLADO > ZERO
               IF TPL-CODIGO(INDICE-PLAN) = CON-PLAN
                   MOVE INDICE-PLAN TO PLAN-HALLADO
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    Ofertas: recorre las inscripciones; la de un permanente
      *    inactivo que todavia no tiene registro de continuacion
      *    abre uno y saca su carta. Las bajas mas viejas que la
      *    ventana de eleccion ya no se ofrecen.
      *----------------------------------------------------------------
       GENERAR-OFERTAS.
           IF HAY-INSCRIPCIONES = 'N'
               DISPLAY 'No existe inscripciones_beneficios.dat.'
           ELSE
               DISPLAY PLANTILLA-TXT
               ACCEPT PLANTILLA-ENTRADA
               IF PLANTILLA-ENTRADA = SPACES
                   MOVE 'CONT' TO PLANTILLA-ENTRADA
               END-IF
               MOVE ZERO TO OFERTAS-GENERADAS
               MOVE ZERO TO OFERTAS-FUERA-PLAZO
               MOVE ZERO TO CARTAS-SIN-PLANTILLA
               OPEN OUTPUT CARTA-ARCHIVO
               MOVE 'N' TO FIN-INS-BEN
               MOVE LOW-VALUES TO BEN-CLAVE
               START INS-BEN-ARCHIVO KEY IS NOT LESS THAN BEN-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-INS-BEN
               END-START
               PERFORM UNTIL FIN-INS-BEN = 'S'
                   READ INS-BEN-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-INS-BEN
                       NOT AT END
                           PERFORM EVALUAR-OFERTA
                   END-READ
               END-PERFORM
               CLOSE CARTA-ARCHIVO
               DISPLAY 'Ofertas generadas: ' OFERTAS-GENERADAS
                   ' (cartas en cartas_continuacion.txt)'
               IF OFERTAS-FUERA-PLAZO > ZERO
                   DISPLAY 'Bajas fuera de la ventana, sin oferta: '
                       OFERTAS-FUERA-PLAZO
               END-IF
               IF CARTAS-SIN-PLANTILLA > ZERO
                   DISPLAY 'Aviso: la plantilla ' PLANTILLA-ENTRADA
                       ' no tiene lineas; capturela en '
                       'CARTAS-VERIFICACION.'
               END-IF
           END-IF.

       EVALUAR-OFERTA.
           MOVE BEN-EMPLEADOS-ID TO EMPLEADOS-ID.
           MOVE 'N' TO EMPLEADO-EXISTE.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-INATIVO AND TIPO-PERMANENTE
                       MOVE 'S' TO EMPLEADO-EXISTE
                   END-IF
           END-READ.
           IF EMPLEADO-EXISTE = 'S'
               MOVE BEN-EMPLEADOS-ID TO CON-EMPLEADOS-ID
               MOVE BEN-PLAN TO CON-PLAN
               MOVE 'N' TO CONTINUACION-EXISTE
               READ CONTINUACION-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CONTINUACION-EXISTE
               END-READ
               IF CONTINUACION-EXISTE = 'N'
                   PERFORM BUSCAR-ULTIMA-BAJA
                   COMPUTE DIAS-DESDE-BAJA =
                       FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                       FUNCTION INTEGER-OF-DATE(FECHA-ULTIMA-BAJA)
                   IF DIAS-DESDE-BAJA > DIAS-VENTANA-ELECCION
                       ADD 1 TO OFERTAS-FUERA-PLAZO
                   ELSE
                       PERFORM ABRIR-CONTINUACION
                   END-IF
               END-IF
           END-IF.

      *    La fecha de la BAJA sale del historico (ultima BAJA del
      *    empleado); sin linea en el historico, la de hoy.
       BUSCAR-ULTIMA-BAJA.
           MOVE FECHA-HOY TO FECHA-ULTIMA-BAJA.
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
               MOVE FECHA-HISTORICO TO FECHA-ULTIMA-BAJA
           END-IF.

       ABRIR-CONTINUACION.
           MOVE SPACES TO CONTINUACION-REGISTRO.
           MOVE BEN-EMPLEADOS-ID TO CON-EMPLEADOS-ID.
           MOVE BEN-PLAN TO CON-PLAN.
           MOVE BEN-NIVEL TO CON-NIVEL.
           MOVE FECHA-ULTIMA-BAJA TO CON-FECHA-BAJA.
           MOVE FECHA-HOY TO CON-FECHA-OFERTA.
           COMPUTE CON-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) +
               DIAS-VENTANA-ELECCION).
           MOVE FECHA-ULTIMA-BAJA TO FECHA-CALCULO.
           MOVE MESES-CONTINUACION TO MESES-A-SUMAR.
           PERFORM SUMAR-MESES.
           MOVE FECHA-CALCULO TO CON-FECHA-FIN-MAXIMA.
           PERFORM BUSCAR-PLAN.
           MOVE ZERO TO CON-PRIMA.
           IF PLAN-HALLADO > ZERO
               MOVE TPL-PRIMA(PLAN-HALLADO) TO CON-PRIMA
               IF BEN-NIVEL-FAMILIAR
                   COMPUTE CON-PRIMA = CON-PRIMA * 2
               END-IF
               COMPUTE CON-PRIMA ROUNDED = CON-PRIMA *
                   (100 + PORCENTAJE-RECARGO) / 100
           END-IF.
           MOVE 'O' TO CON-ESTADO.
           MOVE ZERO TO CON-FECHA-ELECCION.
           MOVE ZERO TO CON-PROXIMO-VENCIMIENTO.
           MOVE ZERO TO CON-PAGOS-RECIBIDOS.
           MOVE ZERO TO CON-TOTAL-PAGADO.
           MOVE ZERO TO CON-SALDO-A-CUENTA.
           MOVE ZERO TO CON-FECHA-TERMINO.
           WRITE CONTINUACION-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar la continuacion '
                       CON-CLAVE
               NOT INVALID KEY
                   ADD 1 TO OFERTAS-GENERADAS
                   PERFORM GENERAR-CARTA-OFERTA
           END-WRITE.

      *    Suma MESES-A-SUMAR a FECHA-CALCULO.
       SUMAR-MESES.
           COMPUTE FCA-MES = FCA-MES + MESES-A-SUMAR.
           PERFORM UNTIL FCA-MES <= 12
               SUBTRACT 12 FROM FCA-MES
               ADD 1 TO FCA-ANO
           END-PERFORM.
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(FECHA-CALCULO) = 0
               SUBTRACT 1 FROM FCA-DIA
           END-PERFORM.

      *    Misma fusion que GENERAR-CARTA en CartasVerificacion-96,
      *    una carta por plan ofrecido, una detras de otra.
       GENERAR-CARTA-OFERTA.
           MOVE CON-PRIMA TO PRIMA-EDITADA.
           MOVE PRIMA-EDITADA TO PRIMA-TEXTO.
           MOVE PERM-FECHA-CONTRATACION TO FECHA-ALTA-TEXTO.
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
               MOVE ALL '-' TO LINEA-CARTA
               WRITE LINEA-CARTA
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
                       PLA-TEXTO(PUNTERO-ENTRADA:7) = '&LIMITE'
                   MOVE CON-FECHA-LIMITE TO VALOR-CAMPO
                   MOVE 7 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 64 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:7) = '&FINCOB'
                   MOVE CON-FECHA-FIN-MAXIMA TO VALOR-CAMPO
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
                       PLA-TEXTO(PUNTERO-ENTRADA:6) = '&PRIMA'
                   MOVE PRIMA-TEXTO TO VALOR-CAMPO
                   MOVE 6 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 66 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:5) = '&ALTA'
                   MOVE FECHA-ALTA-TEXTO TO VALOR-CAMPO
                   MOVE 5 TO LARGO-MARCADOR
               WHEN PUNTERO-ENTRADA <= 66 AND
                       PLA-TEXTO(PUNTERO-ENTRADA:5) = '&PLAN'
                   MOVE SPACES TO VALOR-CAMPO
                   IF PLAN-HALLADO > ZERO
                       MOVE TPL-DESCRIPCION(PLAN-HALLADO)
                           TO VALOR-CAMPO
                   ELSE
                       MOVE CON-PLAN TO VALOR-CAMPO
                   END-IF
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

      *----------------------------------------------------------------
      *    Eleccion: dentro de la ventana; si acepta, la primera
      *    prima vence a los DIAS-PRIMER-PAGO de la eleccion y las
      *    siguientes cada mes.
      *----------------------------------------------------------------
       REGISTRAR-ELECCION.
           PERFORM OBTENER-CONTINUACION.
           IF CONTINUACION-EXISTE = 'S'
               IF NOT CON-OFRECIDA
                   DISPLAY 'La continuacion no esta pendiente de '
                       'eleccion (estado ' CON-ESTADO ').'
               ELSE
                   IF FECHA-HOY > CON-FECHA-LIMITE
                       DISPLAY 'La ventana de eleccion vencio el '
                           CON-FECHA-LIMITE '.'
                   ELSE
                       MOVE 'N' TO CAMPO-VALIDO
                       PERFORM OBTENER-RESPUESTA
                           UNTIL CAMPO-VALIDO = 'S'
                       PERFORM GUARDAR-ELECCION
                   END-IF
               END-IF
           END-IF.

       OBTENER-RESPUESTA.
           DISPLAY 'Acepta la continuacion? (S/N): '.
           ACCEPT RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RESPUESTA) TO RESPUESTA.
           IF RESPUESTA = 'S' OR RESPUESTA = 'N'
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Responda S o N.'
           END-IF.

       GUARDAR-ELECCION.
           MOVE FECHA-HOY TO CON-FECHA-ELECCION.
           IF RESPUESTA = 'S'
               MOVE 'E' TO CON-ESTADO
               COMPUTE CON-PROXIMO-VENCIMIENTO =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FECHA-HOY) +
                       DIAS-PRIMER-PAGO)
           ELSE
               MOVE 'R' TO CON-ESTADO
               MOVE FECHA-HOY TO CON-FECHA-TERMINO
           END-IF.
           REWRITE CONTINUACION-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar la continuacion.'
               NOT INVALID KEY
                   IF CON-VIGENTE
                       DISPLAY 'Continuacion vigente; primera prima '
                           'de ' CON-PRIMA ' vence el '
                           CON-PROXIMO-VENCIMIENTO
                   ELSE
                       DISPLAY 'Continuacion rechazada.'
                   END-IF
           END-REWRITE.

       OBTENER-CONTINUACION.
           MOVE 'N' TO CONTINUACION-EXISTE.
           DISPLAY ID-TXT.
           ACCEPT CON-EMPLEADOS-ID.
           DISPLAY PLAN-TXT.
           ACCEPT CON-PLAN.
           READ CONTINUACION-ARCHIVO
               INVALID KEY
                   DISPLAY 'No hay continuacion para ese empleado y '
                       'plan.'
               NOT INVALID KEY
                   MOVE 'S' TO CONTINUACION-EXISTE
           END-READ.

      *----------------------------------------------------------------
      *    Pago: se acumula a cuenta y cada prima completa corre el
      *    proximo vencimiento un mes.
      *----------------------------------------------------------------
       REGISTRAR-PAGO.
           PERFORM OBTENER-CONTINUACION.
           IF CONTINUACION-EXISTE = 'S'
               IF NOT CON-VIGENTE
                   DISPLAY 'La continuacion no esta vigente (estado '
                       CON-ESTADO ').'
               ELSE
                   MOVE 'N' TO CAMPO-VALIDO
                   PERFORM OBTENER-IMPORTE UNTIL CAMPO-VALIDO = 'S'
                   PERFORM APLICAR-PAGO
               END-IF
           END-IF.

       OBTENER-IMPORTE.
           DISPLAY IMPORTE-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               COMPUTE IMPORTE-RECIBIDO =
                   FUNCTION NUMVAL(ENTRADA-NUMERICA) / 100
               IF IMPORTE-RECIBIDO > ZERO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'El importe debe ser mayor que cero.'
               END-IF
           ELSE
               DISPLAY 'Importe invalido: introduce solo digitos.'
           END-IF.

       APLICAR-PAGO.
           ADD IMPORTE-RECIBIDO TO CON-TOTAL-PAGADO.
           ADD IMPORTE-RECIBIDO TO CON-SALDO-A-CUENTA.
           IF CON-PRIMA > ZERO
               PERFORM UNTIL CON-SALDO-A-CUENTA < CON-PRIMA
                   SUBTRACT CON-PRIMA FROM CON-SALDO-A-CUENTA
                   ADD 1 TO CON-PAGOS-RECIBIDOS
                   MOVE CON-PROXIMO-VENCIMIENTO TO FECHA-CALCULO
                   MOVE 1 TO MESES-A-SUMAR
                   PERFORM SUMAR-MESES
                   MOVE FECHA-CALCULO TO CON-PROXIMO-VENCIMIENTO
               END-PERFORM
           END-IF.
           REWRITE CONTINUACION-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar la continuacion.'
           END-REWRITE.
           OPEN EXTEND PAGOS-CON-ARCHIVO.
           IF PAGOS-CON-STATUS NOT = '00' AND
                   PAGOS-CON-STATUS NOT = '05'
               DISPLAY 'Error de archivo PAGOS-CON. STATUS ='
                   PAGOS-CON-STATUS
               GOBACK
           END-IF.
           MOVE CON-EMPLEADOS-ID TO PGC-EMPLEADOS-ID.
           MOVE CON-PLAN TO PGC-PLAN.
           MOVE FECHA-HOY TO PGC-FECHA.
           MOVE IMPORTE-RECIBIDO TO PGC-IMPORTE.
           MOVE CON-PROXIMO-VENCIMIENTO TO PGC-VENCIMIENTO.
           WRITE PAGOS-CON-REGISTRO.
           CLOSE PAGOS-CON-ARCHIVO.
           DISPLAY 'Pago registrado. Proximo vencimiento: '
               CON-PROXIMO-VENCIMIENTO ' a cuenta: '
               CON-SALDO-A-CUENTA.

      *----------------------------------------------------------------
      *    Revision: ofertas sin eleccion despues del limite, primas
      *    no pagadas pasada la gracia y continuaciones que llegaron
      *    a su fin maximo.
      *----------------------------------------------------------------
       REVISAR-VENCIMIENTOS.
           MOVE ZERO TO REVISADAS-VENCIDAS.
           MOVE ZERO TO REVISADAS-SIN-PAGO.
           MOVE ZERO TO REVISADAS-FIN-PLAZO.
           MOVE 'N' TO FIN-CONTINUACION.
           MOVE LOW-VALUES TO CON-CLAVE.
           START CONTINUACION-ARCHIVO KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-CONTINUACION
           END-START.
           PERFORM UNTIL FIN-CONTINUACION = 'S'
               READ CONTINUACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CONTINUACION
                   NOT AT END
                       PERFORM REVISAR-UNA-CONTINUACION
               END-READ
           END-PERFORM.
           DISPLAY 'Ofertas vencidas sin eleccion: '
               REVISADAS-VENCIDAS.
           DISPLAY 'Terminadas por falta de pago: '
               REVISADAS-SIN-PAGO.
           DISPLAY 'Terminadas por fin del periodo: '
               REVISADAS-FIN-PLAZO.

       REVISAR-UNA-CONTINUACION.
           EVALUATE TRUE
               WHEN CON-OFRECIDA AND FECHA-HOY > CON-FECHA-LIMITE
                   MOVE 'V' TO CON-ESTADO
                   MOVE CON-FECHA-LIMITE TO CON-FECHA-TERMINO
                   PERFORM REGRABAR-REVISADA
                   ADD 1 TO REVISADAS-VENCIDAS
               WHEN CON-VIGENTE
                   PERFORM REVISAR-VIGENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    La cobertura llega hasta el dia anterior a la prima no
      *    pagada, o hasta el fin maximo si todo esta pagado.
       REVISAR-VIGENTE.
           COMPUTE FECHA-LIMITE-GRACIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CON-PROXIMO-VENCIMIENTO) +
               DIAS-GRACIA).
           EVALUATE TRUE
               WHEN CON-PROXIMO-VENCIMIENTO <= CON-FECHA-FIN-MAXIMA
                       AND FECHA-HOY > FECHA-LIMITE-GRACIA
                   MOVE 'T' TO CON-ESTADO
                   COMPUTE CON-FECHA-TERMINO =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                               CON-PROXIMO-VENCIMIENTO) - 1)
                   PERFORM REGRABAR-REVISADA
                   ADD 1 TO REVISADAS-SIN-PAGO
               WHEN FECHA-HOY > CON-FECHA-FIN-MAXIMA
                   MOVE 'F' TO CON-ESTADO
                   MOVE CON-FECHA-FIN-MAXIMA TO CON-FECHA-TERMINO
                   PERFORM REGRABAR-REVISADA
                   ADD 1 TO REVISADAS-FIN-PLAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGRABAR-REVISADA.
           REWRITE CONTINUACION-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar la continuacion '
                       CON-CLAVE
               NOT INVALID KEY
                   DISPLAY CON-CLAVE ' -> estado ' CON-ESTADO
                       ' termino ' CON-FECHA-TERMINO
           END-REWRITE.

       LISTAR-CONTINUACIONES.
           MOVE 'N' TO FIN-CONTINUACION.
           MOVE LOW-VALUES TO CON-CLAVE.
           START CONTINUACION-ARCHIVO KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY
                   DISPLAY 'Todavia no hay continuaciones.'
                   MOVE 'S' TO FIN-CONTINUACION
           END-START.
           PERFORM UNTIL FIN-CONTINUACION = 'S'
               READ CONTINUACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CONTINUACION
                   NOT AT END
                       MOVE CON-EMPLEADOS-ID TO LST-ID
                       MOVE CON-PLAN TO LST-PLAN
                       MOVE CON-ESTADO TO LST-ESTADO
                       MOVE CON-FECHA-LIMITE TO LST-LIMITE
                       MOVE CON-PRIMA TO LST-PRIMA
                       MOVE CON-PROXIMO-VENCIMIENTO TO LST-VENCE
                       MOVE CON-FECHA-FIN-MAXIMA TO LST-FIN
                       DISPLAY LINEA-LISTADO
               END-READ
           END-PERFORM.

       END PROGRAM CONTINUACION-BENEFICIOS.
