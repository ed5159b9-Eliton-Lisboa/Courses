      ******************************************************************
      * Author:
      * Date:
      * Purpose: Solicitudes de reembolso de gastos (viaje, comida,
      *          ...). Cada solicitud (gastos_solicitudes.dat, clave
      *          folio) lleva sus renglones por categoria y fecha en
      *          gastos_renglones.dat; cada renglon se paga hasta el
      *          tope de limites_gastos.dat (PoliticaGastos-133) para
      *          su categoria en el pais del gasto, que por omision es
      *          el del sitio de trabajo de la persona. La solicitud
      *          queda pendiente hasta que la aprueba o rechaza su
      *          gerente directo (EMPLEADOS-GERENTE-ID); nadie puede
      *          aprobar una solicitud propia. Las aprobadas las paga
      *          PagoGastos-135 (en la nomina o por lote de banco).
      *          Incluye el reporte de antiguedad de solicitudes
      *          abiertas (gastos_antiguedad.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUD-GASTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'gastos_solicitudes.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-FOLIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL RENGLONES-ARCHIVO
           ASSIGN TO 'gastos_renglones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REN-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RENGLONES-STATUS.

      *    Politica de topes por categoria y pais
      *    (PoliticaGastos-133).
           SELECT OPTIONAL LIMITES-ARCHIVO
           ASSIGN TO 'limites_gastos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS LIM-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS LIMITES-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): pais por omision del
      *    gasto.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'gastos_antiguedad.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-FOLIO PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-DEPARTAMENTO PIC X(4).
      *            Depto de la persona al capturar; a el se carga el
      *            gasto en la poliza.
               05  SOL-FECHA PIC 9(8).
               05  SOL-DESCRIPCION PIC X(30).
               05  SOL-TOTAL PIC 9(7)V99.
      *            Suma de lo reembolsable de los renglones.
               05  SOL-ESTADO PIC X.
                   88  SOL-PENDIENTE VALUE 'P'.
                   88  SOL-APROBADA VALUE 'A'.
                   88  SOL-RECHAZADA VALUE 'R'.
                   88  SOL-PAGADA VALUE 'G'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-FECHA-DECISION PIC 9(8).
               05  SOL-MOTIVO PIC X(20).
               05  SOL-FORMA-PAGO PIC X.
      *            'N' = en la nomina, 'B' = lote de banco de
      *            reembolsos; blanco mientras no se paga.
               05  SOL-GRUPO PIC X(4).
               05  SOL-PERIODO PIC 9(6).
      *            Grupo de pago y periodo en que se pago.
               05  SOL-FECHA-PAGO PIC 9(8).

       FD  RENGLONES-ARCHIVO.
           01  RENGLONES-REGISTRO.
               05  REN-CLAVE.
                   10  REN-FOLIO PIC 9(6).
                   10  REN-RENGLON PIC 99.
               05  REN-CATEGORIA PIC X(4).
               05  REN-FECHA PIC 9(8).
               05  REN-PAIS PIC X(2).
               05  REN-IMPORTE PIC 9(7)V99.
      *            Lo que gasto la persona.
               05  REN-REEMBOLSABLE PIC 9(7)V99.
      *            Lo que se paga: el importe hasta el tope.
               05  REN-DESCRIPCION PIC X(20).

       FD  LIMITES-ARCHIVO.
           01  LIMITES-REGISTRO.
               05  LIM-CLAVE.
                   10  LIM-CATEGORIA PIC X(4).
                   10  LIM-PAIS PIC X(2).
               05  LIM-DESCRIPCION PIC X(20).
               05  LIM-MAXIMO PIC 9(7)V99.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(24)
               VALUE 'ID del empleado: '.
           01  DESCRIPCION-TXT PIC X(34)
               VALUE 'Motivo del viaje o del gasto: '.
           01  CATEGORIA-TXT PIC X(45)
               VALUE 'Categoria (en blanco para terminar): '.
           01  FECHA-TXT PIC X(30)
               VALUE 'Fecha del gasto (AAAAMMDD): '.
           01  PAIS-TXT PIC X(36)
               VALUE 'Pais del gasto (ENTER = '.
           01  VALOR-TXT PIC X(46)
               VALUE 'Importe (2 decimales, p.ej. 001250 = 12.50): '.
           01  CONCEPTO-TXT PIC X(26)
               VALUE 'Concepto del renglon: '.
           01  SUPERVISOR-TXT PIC X(32)
               VALUE 'ID del gerente que revisa: '.
           01  MOTIVO-TXT PIC X(26)
               VALUE 'Motivo del rechazo: '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  RENGLONES-STATUS PIC XX.
           01  LIMITES-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-RENGLONES PIC X.
           01  FIN-SITIOS PIC X.
           01  ID-ENTRADA PIC X(6).
           01  EMPLEADO-VALIDO PIC X.
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  FECHA-HOY PIC 9(8).
           01  VALOR-ENTRADA PIC X(12).
           01  VALOR-VALIDO PIC X.
           01  PAIS-ENTRADA PIC X(2).
           01  PAIS-OMISION PIC X(2).
           01  CATEGORIA-ENTRADA PIC X(4).
           01  CATEGORIA-VALIDA PIC X.
           01  CAPTURA-TERMINADA PIC X.
           01  TOPE-RENGLON PIC 9(7)V99.
           01  FOLIO-MAXIMO PIC 9(6).
           01  SUPERVISOR-ID PIC 9(6).
           01  DECISION-SOLICITUD PIC X.
           01  SOLICITUDES-REVISADAS PIC 9(4).
           01  ES-DE-SU-GENTE PIC X.
           01  NOMBRE-SOLICITANTE PIC X(25).
           01  DESCRIPCION-SOLICITUD PIC X(30).

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Renglones de la solicitud en captura; se graban juntos al
      *    terminar, con la cabecera.
           01  MAXIMO-RENGLONES PIC 99 VALUE 20.
           01  TOTAL-RENGLONES PIC 99.
           01  INDICE-RENGLON PIC 99.
           01  TABLA-RENGLONES.
               05  RENGLON-ENTRADA OCCURS 20 TIMES.
                   10  TRE-CATEGORIA PIC X(4).
                   10  TRE-FECHA PIC 9(8).
                   10  TRE-PAIS PIC X(2).
                   10  TRE-IMPORTE PIC 9(7)V99.
                   10  TRE-REEMBOLSABLE PIC 9(7)V99.
                   10  TRE-DESCRIPCION PIC X(20).
           01  TOTAL-SOLICITUD PIC 9(7)V99.

      *    Antiguedad de las abiertas (pendientes y aprobadas sin
      *    pagar), en dias naturales desde la captura.
           01  DIAS-ABIERTA PIC S9(7).
           01  TOTAL-ABIERTAS PIC 9(5) VALUE ZERO.
           01  TABLA-TRAMOS.
               05  TRAMO-ENTRADA OCCURS 4 TIMES.
                   10  TRAMO-CONTEO PIC 9(5).
                   10  TRAMO-IMPORTE PIC 9(9)V99.
           01  INDICE-TRAMO PIC 9.

           01  DET-IMPORTE PIC Z,ZZZ,ZZ9.99.
           01  DET-REEMBOLSABLE PIC Z,ZZZ,ZZ9.99.

           01  LINEA-TITULO.
               05  FILLER PIC X(44)
                   VALUE 'ANTIGUEDAD DE SOLICITUDES DE GASTOS AL '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(40)
                   VALUE 'FOLIO  ID     DEPT EST CAPTURA    DIAS  '.
               05  FILLER PIC X(40)
                   VALUE '       IMPORTE TRAMO                    '.

           01  LINEA-DETALLE.
               05  DET-FOLIO PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  DET-ESTADO PIC X.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-DIAS PIC ZZZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  DET-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-TRAMO PIC X(7).

           01  LINEA-TRAMO.
               05  TRA-TEXTO PIC X(20).
               05  TRA-CONTEO PIC ZZZZ9.
               05  FILLER PIC X(14) VALUE ' solicitudes  '.
               05  TRA-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

           01  TEXTOS-TRAMO.
               05  FILLER PIC X(7) VALUE '0-30   '.
               05  FILLER PIC X(7) VALUE '31-60  '.
               05  FILLER PIC X(7) VALUE '61-90  '.
               05  FILLER PIC X(7) VALUE '+90    '.
           01  TEXTOS-TRAMO-R REDEFINES TEXTOS-TRAMO.
               05  TEXTO-TRAMO PIC X(7) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               STOP RUN
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT LIMITES-ARCHIVO.
           IF LIMITES-STATUS = '05' OR LIMITES-STATUS = '35'
               DISPLAY 'No hay limites_gastos.dat; capture la '
                   'politica con POLITICA-GASTOS.'
               CLOSE LIMITES-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF.
           OPEN I-O SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '35' OR SOLICITUDES-STATUS = '05'
               OPEN OUTPUT SOLICITUDES-ARCHIVO
               CLOSE SOLICITUDES-ARCHIVO
               OPEN I-O SOLICITUDES-ARCHIVO
           END-IF.
           IF SOLICITUDES-STATUS NOT = '00' AND
                   SOLICITUDES-STATUS NOT = '05'
               DISPLAY 'Error de archivo SOLICITUDES. STATUS ='
                   SOLICITUDES-STATUS
               STOP RUN
           END-IF.
           OPEN I-O RENGLONES-ARCHIVO.
           IF RENGLONES-STATUS = '35' OR RENGLONES-STATUS = '05'
               OPEN OUTPUT RENGLONES-ARCHIVO
               CLOSE RENGLONES-ARCHIVO
               OPEN I-O RENGLONES-ARCHIVO
           END-IF.
           IF RENGLONES-STATUS NOT = '00' AND
                   RENGLONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo RENGLONES. STATUS ='
                   RENGLONES-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE LIMITES-ARCHIVO.
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE RENGLONES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Capturar una solicitud de gastos'.
           DISPLAY '2) Revisar solicitudes pendientes de mi gente'.
           DISPLAY '3) Listar solicitudes de un empleado'.
           DISPLAY '4) Reporte de antiguedad de abiertas'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-SOLICITUD
               WHEN '2'
                   PERFORM REVISAR-PENDIENTES
               WHEN '3'
                   PERFORM LISTAR-EMPLEADO
               WHEN '4'
                   PERFORM REPORTE-ANTIGUEDAD
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Captura: cabecera y renglones hasta categoria en blanco.
      *----------------------------------------------------------------
       CAPTURAR-SOLICITUD.
           PERFORM OBTENER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               PERFORM BUSCAR-PAIS-OMISION
               MOVE SPACES TO DESCRIPCION-SOLICITUD
               DISPLAY DESCRIPCION-TXT
               ACCEPT DESCRIPCION-SOLICITUD
               MOVE ZERO TO TOTAL-RENGLONES
               MOVE ZERO TO TOTAL-SOLICITUD
               MOVE 'N' TO CAPTURA-TERMINADA
               PERFORM CAPTURAR-UN-RENGLON
                   UNTIL CAPTURA-TERMINADA = 'S'
               IF TOTAL-RENGLONES = ZERO
                   DISPLAY 'Solicitud sin renglones; no se grabo.'
               ELSE
                   PERFORM GRABAR-SOLICITUD
               END-IF
           END-IF.

       OBTENER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: introduce 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe el ID ' ID-ENTRADA '.'
                   NOT INVALID KEY
                       IF STATUS-INATIVO
                           DISPLAY 'El ID ' ID-ENTRADA
                               ' esta dado de baja.'
                       ELSE
                           DISPLAY EMPLEADOS-NOMBRE
                           MOVE 'S' TO EMPLEADO-VALIDO
                       END-IF
               END-READ
           END-IF.

      *    Pais del sitio de trabajo; sin sitio, el del domicilio.
       BUSCAR-PAIS-OMISION.
           MOVE DIR-CODIGO-PAIS TO PAIS-OMISION.
           IF EMPLEADOS-SITIO NOT = SPACES
               OPEN INPUT SITIOS-ARCHIVO
               IF SITIOS-STATUS = '00'
                   MOVE 'N' TO FIN-SITIOS
                   PERFORM UNTIL FIN-SITIOS = 'S'
                       READ SITIOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-SITIOS
                           NOT AT END
                               IF SIT-CODIGO = EMPLEADOS-SITIO
                                   MOVE SIT-PAIS TO PAIS-OMISION
                                   MOVE 'S' TO FIN-SITIOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SITIOS-ARCHIVO
           END-IF.

       CAPTURAR-UN-RENGLON.
           DISPLAY CATEGORIA-TXT.
           MOVE SPACES TO CATEGORIA-ENTRADA.
           ACCEPT CATEGORIA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(CATEGORIA-ENTRADA)
               TO CATEGORIA-ENTRADA.
           IF CATEGORIA-ENTRADA = SPACES
               MOVE 'S' TO CAPTURA-TERMINADA
           ELSE
               IF TOTAL-RENGLONES NOT < MAXIMO-RENGLONES
                   DISPLAY 'Maximo ' MAXIMO-RENGLONES ' renglones '
                       'por solicitud; capture otra solicitud.'
                   MOVE 'S' TO CAPTURA-TERMINADA
               ELSE
                   MOVE 'N' TO FECHA-VALIDA
                   PERFORM OBTENER-FECHA-GASTO
                       UNTIL FECHA-VALIDA = 'S'
                   DISPLAY PAIS-TXT PAIS-OMISION '): '
                   MOVE SPACES TO PAIS-ENTRADA
                   ACCEPT PAIS-ENTRADA
                   MOVE FUNCTION UPPER-CASE(PAIS-ENTRADA)
                       TO PAIS-ENTRADA
                   IF PAIS-ENTRADA = SPACES
                       MOVE PAIS-OMISION TO PAIS-ENTRADA
                   END-IF
                   PERFORM BUSCAR-TOPE
                   IF CATEGORIA-VALIDA = 'S'
                       PERFORM AGREGAR-RENGLON
                   END-IF
               END-IF
           END-IF.

      *    Fecha real y no futura.
       OBTENER-FECHA-GASTO.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
           ELSE
               MOVE 'N' TO FECHA-CALENDARIO-OK
           END-IF.
           IF FECHA-CALENDARIO-OK = 'S'
               IF FECHA-EVALUADA > FECHA-HOY
                   DISPLAY 'La fecha del gasto no puede ser futura.'
               ELSE
                   MOVE 'S' TO FECHA-VALIDA
               END-IF
           ELSE
               DISPLAY 'Fecha invalida: introduce AAAAMMDD.'
           END-IF.

      *    Tope de la categoria en el pais; sin renglon del pais, el
      *    general (pais en blanco); sin ninguno la categoria no
      *    existe.
       BUSCAR-TOPE.
           MOVE 'N' TO CATEGORIA-VALIDA.
           MOVE ZERO TO TOPE-RENGLON.
           MOVE CATEGORIA-ENTRADA TO LIM-CATEGORIA.
           MOVE PAIS-ENTRADA TO LIM-PAIS.
           READ LIMITES-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO LIM-PAIS
                   READ LIMITES-ARCHIVO
                       INVALID KEY
                           DISPLAY 'La categoria ' CATEGORIA-ENTRADA
                               ' no esta en la politica de gastos.'
                       NOT INVALID KEY
                           MOVE 'S' TO CATEGORIA-VALIDA
                   END-READ
               NOT INVALID KEY
                   MOVE 'S' TO CATEGORIA-VALIDA
           END-READ.
           IF CATEGORIA-VALIDA = 'S'
               MOVE LIM-MAXIMO TO TOPE-RENGLON
               DISPLAY LIM-DESCRIPCION
           END-IF.

       AGREGAR-RENGLON.
           ADD 1 TO TOTAL-RENGLONES.
           MOVE CATEGORIA-ENTRADA TO TRE-CATEGORIA(TOTAL-RENGLONES).
           MOVE FECHA-EVALUADA TO TRE-FECHA(TOTAL-RENGLONES).
           MOVE PAIS-ENTRADA TO TRE-PAIS(TOTAL-RENGLONES).
           MOVE 'N' TO VALOR-VALIDO.
           PERFORM OBTENER-VALOR UNTIL VALOR-VALIDO = 'S'.
           IF TOPE-RENGLON NOT = ZERO AND
                   TRE-IMPORTE(TOTAL-RENGLONES) > TOPE-RENGLON
               MOVE TOPE-RENGLON TO TRE-REEMBOLSABLE(TOTAL-RENGLONES)
               MOVE TOPE-RENGLON TO DET-REEMBOLSABLE
               DISPLAY 'Aviso: pasa el tope de la politica; se '
                   'reembolsan ' DET-REEMBOLSABLE '.'
           ELSE
               MOVE TRE-IMPORTE(TOTAL-RENGLONES)
                   TO TRE-REEMBOLSABLE(TOTAL-RENGLONES)
           END-IF.
           ADD TRE-REEMBOLSABLE(TOTAL-RENGLONES) TO TOTAL-SOLICITUD.
           DISPLAY CONCEPTO-TXT.
           MOVE SPACES TO TRE-DESCRIPCION(TOTAL-RENGLONES).
           ACCEPT TRE-DESCRIPCION(TOTAL-RENGLONES).

       OBTENER-VALOR.
           DISPLAY VALOR-TXT ' ? '.
           ACCEPT VALOR-ENTRADA.
           IF VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY 'Valor invalido: introduce solo digitos.'
           ELSE
               COMPUTE TRE-IMPORTE(TOTAL-RENGLONES) =
                   FUNCTION NUMVAL(VALOR-ENTRADA) / 100
               IF TRE-IMPORTE(TOTAL-RENGLONES) = ZERO
                   DISPLAY 'El importe no puede ser cero.'
               ELSE
                   MOVE 'S' TO VALOR-VALIDO
               END-IF
           END-IF.

      *    Folio siguiente al mayor grabado (mismo criterio que el
      *    numero de cheque de PagosBanco-22).
       GRABAR-SOLICITUD.
           MOVE ZERO TO FOLIO-MAXIMO.
           MOVE LOW-VALUES TO SOL-FOLIO.
           MOVE 'N' TO FIN-SOLICITUDES.
           START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-FOLIO
               INVALID KEY
                   MOVE 'S' TO FIN-SOLICITUDES
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES = 'S'
               READ SOLICITUDES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SOLICITUDES
                   NOT AT END
                       MOVE SOL-FOLIO TO FOLIO-MAXIMO
               END-READ
           END-PERFORM.
           MOVE SPACES TO SOLICITUDES-REGISTRO.
           ADD 1 FOLIO-MAXIMO GIVING SOL-FOLIO.
           MOVE EMPLEADOS-ID TO SOL-EMPLEADOS-ID.
           MOVE EMPLEADOS-DEPARTAMENTO TO SOL-DEPARTAMENTO.
           MOVE FECHA-HOY TO SOL-FECHA.
           MOVE DESCRIPCION-SOLICITUD TO SOL-DESCRIPCION.
           MOVE TOTAL-SOLICITUD TO SOL-TOTAL.
           MOVE 'P' TO SOL-ESTADO.
           MOVE ZERO TO SOL-APROBADOR.
           MOVE ZERO TO SOL-FECHA-DECISION.
           MOVE ZERO TO SOL-PERIODO.
           MOVE ZERO TO SOL-FECHA-PAGO.
           WRITE SOLICITUDES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo grabar la solicitud.'
               NOT INVALID KEY
                   PERFORM GRABAR-RENGLONES
                   MOVE SOL-TOTAL TO DET-IMPORTE
                   DISPLAY 'Solicitud ' SOL-FOLIO ' por '
                       DET-IMPORTE ' pendiente de aprobacion.'
           END-WRITE.

       GRABAR-RENGLONES.
           PERFORM VARYING INDICE-RENGLON FROM 1 BY 1
                   UNTIL INDICE-RENGLON > TOTAL-RENGLONES
               MOVE SOL-FOLIO TO REN-FOLIO
               MOVE INDICE-RENGLON TO REN-RENGLON
               MOVE TRE-CATEGORIA(INDICE-RENGLON) TO REN-CATEGORIA
               MOVE TRE-FECHA(INDICE-RENGLON) TO REN-FECHA
               MOVE TRE-PAIS(INDICE-RENGLON) TO REN-PAIS
               MOVE TRE-IMPORTE(INDICE-RENGLON) TO REN-IMPORTE
               MOVE TRE-REEMBOLSABLE(INDICE-RENGLON)
                   TO REN-REEMBOLSABLE
               MOVE TRE-DESCRIPCION(INDICE-RENGLON)
                   TO REN-DESCRIPCION
               WRITE RENGLONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo grabar el renglon '
                           INDICE-RENGLON '.'
               END-WRITE
           END-PERFORM.

      *----------------------------------------------------------------
      *    Aprobacion por el gerente directo; nunca la propia.
      *----------------------------------------------------------------
       REVISAR-PENDIENTES.
           DISPLAY SUPERVISOR-TXT.
           ACCEPT SUPERVISOR-ID.
           MOVE ZERO TO SOLICITUDES-REVISADAS.
           MOVE LOW-VALUES TO SOL-FOLIO.
           MOVE 'N' TO FIN-SOLICITUDES.
           START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-FOLIO
               INVALID KEY
                   MOVE 'S' TO FIN-SOLICITUDES
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES = 'S'
               READ SOLICITUDES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SOLICITUDES
                   NOT AT END
                       IF SOL-PENDIENTE
                           PERFORM REVISAR-UNA-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.
           IF SOLICITUDES-REVISADAS = ZERO
               DISPLAY 'No hay solicitudes pendientes de sus '
                   'reportes.'
           ELSE
               DISPLAY SOLICITUDES-REVISADAS
                   ' solicitud(es) revisadas.'
           END-IF.

       REVISAR-UNA-SOLICITUD.
           MOVE 'N' TO ES-DE-SU-GENTE.
           MOVE SOL-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-GERENTE-ID = SUPERVISOR-ID AND
                           SOL-EMPLEADOS-ID NOT = SUPERVISOR-ID
                       MOVE 'S' TO ES-DE-SU-GENTE
                       MOVE EMPLEADOS-NOMBRE TO NOMBRE-SOLICITANTE
                   END-IF
           END-READ.
           IF ES-DE-SU-GENTE = 'S'
               ADD 1 TO SOLICITUDES-REVISADAS
               MOVE SOL-TOTAL TO DET-IMPORTE
               DISPLAY 'Folio ' SOL-FOLIO ' ID ' SOL-EMPLEADOS-ID ' '
                   NOMBRE-SOLICITANTE
               DISPLAY '  ' SOL-DESCRIPCION ' total ' DET-IMPORTE
               PERFORM MOSTRAR-RENGLONES
               DISPLAY '  A=aprobar, R=rechazar, ENTER=dejar '
                   'pendiente:'
               MOVE SPACE TO DECISION-SOLICITUD
               ACCEPT DECISION-SOLICITUD
               EVALUATE FUNCTION UPPER-CASE(DECISION-SOLICITUD)
                   WHEN 'A'
                       MOVE 'A' TO SOL-ESTADO
                       MOVE SUPERVISOR-ID TO SOL-APROBADOR
                       MOVE FECHA-HOY TO SOL-FECHA-DECISION
                       MOVE SPACES TO SOL-MOTIVO
                       PERFORM REGRABAR-DECISION
                   WHEN 'R'
                       MOVE 'R' TO SOL-ESTADO
                       MOVE SUPERVISOR-ID TO SOL-APROBADOR
                       MOVE FECHA-HOY TO SOL-FECHA-DECISION
                       DISPLAY MOTIVO-TXT
                       ACCEPT SOL-MOTIVO
                       PERFORM REGRABAR-DECISION
                   WHEN OTHER
                       DISPLAY '  Queda pendiente.'
               END-EVALUATE
           END-IF.

       REGRABAR-DECISION.
           REWRITE SOLICITUDES-REGISTRO
               INVALID KEY
                   DISPLAY '  No se pudo registrar la decision.'
               NOT INVALID KEY
                   IF SOL-APROBADA
                       DISPLAY '  Aprobada.'
                   ELSE
                       DISPLAY '  Rechazada.'
                   END-IF
           END-REWRITE.

       MOSTRAR-RENGLONES.
           MOVE SOL-FOLIO TO REN-FOLIO.
           MOVE ZERO TO REN-RENGLON.
           MOVE 'N' TO FIN-RENGLONES.
           START RENGLONES-ARCHIVO KEY IS NOT LESS THAN REN-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RENGLONES
           END-START.
           PERFORM UNTIL FIN-RENGLONES = 'S'
               READ RENGLONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RENGLONES
                   NOT AT END
                       IF REN-FOLIO NOT = SOL-FOLIO
                           MOVE 'S' TO FIN-RENGLONES
                       ELSE
                           MOVE REN-IMPORTE TO DET-IMPORTE
                           MOVE REN-REEMBOLSABLE TO DET-REEMBOLSABLE
                           DISPLAY '    ' REN-RENGLON ' '
                               REN-CATEGORIA ' ' REN-FECHA ' '
                               REN-PAIS ' ' REN-DESCRIPCION ' '
                               DET-IMPORTE ' paga ' DET-REEMBOLSABLE
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: introduce 6 digitos.'
           ELSE
               MOVE LOW-VALUES TO SOL-FOLIO
               MOVE 'N' TO FIN-SOLICITUDES
               START SOLICITUDES-ARCHIVO
                       KEY IS NOT LESS THAN SOL-FOLIO
                   INVALID KEY
                       MOVE 'S' TO FIN-SOLICITUDES
               END-START
               PERFORM UNTIL FIN-SOLICITUDES = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SOLICITUDES
                       NOT AT END
                           IF SOL-EMPLEADOS-ID = ID-ENTRADA
                               MOVE SOL-TOTAL TO DET-IMPORTE
                               DISPLAY 'Folio ' SOL-FOLIO ' '
                                   SOL-FECHA ' ' SOL-DESCRIPCION
                               DISPLAY '  estado=' SOL-ESTADO
                                   ' total ' DET-IMPORTE
                                   ' pago=' SOL-FORMA-PAGO ' '
                                   SOL-FECHA-PAGO ' ' SOL-MOTIVO
                               PERFORM MOSTRAR-RENGLONES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      *    Antiguedad de las abiertas: pendientes de aprobar y
      *    aprobadas aun sin pagar.
      *----------------------------------------------------------------
       REPORTE-ANTIGUEDAD.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
           ELSE
               INITIALIZE TABLA-TRAMOS
               MOVE ZERO TO TOTAL-ABIERTAS
               MOVE FECHA-HOY TO TIT-FECHA
               MOVE LINEA-TITULO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE LINEA-ENCABEZADO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE LOW-VALUES TO SOL-FOLIO
               MOVE 'N' TO FIN-SOLICITUDES
               START SOLICITUDES-ARCHIVO
                       KEY IS NOT LESS THAN SOL-FOLIO
                   INVALID KEY
                       MOVE 'S' TO FIN-SOLICITUDES
               END-START
               PERFORM UNTIL FIN-SOLICITUDES = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SOLICITUDES
                       NOT AT END
                           IF SOL-PENDIENTE OR SOL-APROBADA
                               PERFORM ESCRIBIR-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ESCRIBIR-TRAMOS
               CLOSE REPORTE-ARCHIVO
               DISPLAY 'Solicitudes abiertas: ' TOTAL-ABIERTAS
                   '; reporte en gastos_antiguedad.txt.'
           END-IF.

       ESCRIBIR-ABIERTA.
           ADD 1 TO TOTAL-ABIERTAS.
           COMPUTE DIAS-ABIERTA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
               FUNCTION INTEGER-OF-DATE(SOL-FECHA).
           EVALUATE TRUE
               WHEN DIAS-ABIERTA <= 30
                   MOVE 1 TO INDICE-TRAMO
               WHEN DIAS-ABIERTA <= 60
                   MOVE 2 TO INDICE-TRAMO
               WHEN DIAS-ABIERTA <= 90
                   MOVE 3 TO INDICE-TRAMO
               WHEN OTHER
                   MOVE 4 TO INDICE-TRAMO
           END-EVALUATE.
           ADD 1 TO TRAMO-CONTEO(INDICE-TRAMO).
           ADD SOL-TOTAL TO TRAMO-IMPORTE(INDICE-TRAMO).
           MOVE SOL-FOLIO TO DET-FOLIO.
           MOVE SOL-EMPLEADOS-ID TO DET-ID.
           MOVE SOL-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE SOL-ESTADO TO DET-ESTADO.
           MOVE SOL-FECHA TO DET-FECHA.
           MOVE DIAS-ABIERTA TO DET-DIAS.
           MOVE SOL-TOTAL TO DET-TOTAL.
           MOVE TEXTO-TRAMO(INDICE-TRAMO) TO DET-TRAMO.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TRAMOS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-TRAMO FROM 1 BY 1
                   UNTIL INDICE-TRAMO > 4
               MOVE SPACES TO TRA-TEXTO
               STRING 'Dias ' TEXTO-TRAMO(INDICE-TRAMO)
                   DELIMITED BY SIZE INTO TRA-TEXTO
               MOVE TRAMO-CONTEO(INDICE-TRAMO) TO TRA-CONTEO
               MOVE TRAMO-IMPORTE(INDICE-TRAMO) TO TRA-IMPORTE
               MOVE LINEA-TRAMO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.

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

       END PROGRAM SOLICITUD-GASTOS.
