      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de autorizaciones de trabajo: por cada
      *          empleado activo cuya nacionalidad
      *          (EMPLEADOS-NACIONALIDAD) no es la del pais de su sitio
      *          de trabajo, toma el documento de
      *          autorizaciones_trabajo.dat que vence mas tarde
      *          (RegistrosIndexados-05, opcion 14) y lo lista en
      *          alertas_autorizaciones.txt si vence dentro de 30, 60
      *          o 90 dias, agrupado por gerente directo para que cada
      *          uno persiga las renovaciones de su gente. Quien ya no
      *          tiene documento vigente sale como VENCIDA (o SIN DOC)
      *          al principio de su grupo: RecibosNomina-21 le retiene
      *          el pago hasta que se registre la renovacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-AUTORIZACIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

      *    Pais de cada sitio de trabajo (SitiosMaster-81); sin sitio
      *    se toma el pais de la direccion.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT OPTIONAL AUTORIZACIONES-ARCHIVO
           ASSIGN TO 'autorizaciones_trabajo.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AUT-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS AUTORIZACIONES-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'autorizaciones_sortwk'.

           SELECT ALERTAS-ARCHIVO
           ASSIGN TO 'alertas_autorizaciones.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERTAS-STATUS.

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

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  AUTORIZACIONES-ARCHIVO.
           01  AUTORIZACIONES-REGISTRO.
               05  AUT-CLAVE.
                   10  AUT-EMPLEADOS-ID PIC 9(6).
                   10  AUT-TIPO PIC X(2).
               05  AUT-NUMERO PIC X(20).
               05  AUT-PAIS-EMISOR PIC X(2).
               05  AUT-FECHA-EMISION PIC 9(8).
               05  AUT-FECHA-VENCE PIC 9(8).

       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-GERENTE PIC 9(6).
               05  ORD-TRAMO PIC 9.
      *            0 = vencida o sin documento, 1 = 30 dias,
      *            2 = 60 dias, 3 = 90 dias.
               05  ORD-VENCE PIC 9(8).
               05  ORD-ID PIC 9(6).
               05  ORD-NOMBRE PIC X(25).
               05  ORD-APELLIDOS PIC X(35).
               05  ORD-NACIONALIDAD PIC X(2).
               05  ORD-PAIS-TRABAJO PIC X(2).
               05  ORD-TIPO PIC X(2).
               05  ORD-NUMERO PIC X(20).
               05  ORD-ETIQUETA PIC X(8).

       FD  ALERTAS-ARCHIVO.
           01  LINEA-ALERTA PIC X(100).

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
           01  SITIOS-STATUS PIC XX.
           01  AUTORIZACIONES-STATUS PIC XX.
           01  ALERTAS-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X VALUE '1'.
           01  FIN-SITIOS PIC X.
           01  FIN-AUTORIZACIONES PIC X.
           01  FIN-ORDENADO PIC X VALUE 'N'.

           01  FECHA-HOY PIC 9(8).
           01  DIAS-HOY PIC 9(7).
           01  DIAS-RESTANTES PIC S9(7).
           01  PAIS-TRABAJO PIC X(2).
           01  DOCUMENTO-HALLADO PIC X.
           01  MEJOR-VENCE PIC 9(8).
           01  MEJOR-TIPO PIC X(2).
           01  MEJOR-NUMERO PIC X(20).
           01  GERENTE-ANTERIOR PIC 9(6).
           01  PRIMER-GRUPO PIC X VALUE 'S'.

           01  TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-ALERTAS PIC 9(6) VALUE ZERO.
           01  TOTAL-VENCIDAS PIC 9(6) VALUE ZERO.
           01  TOTAL-30 PIC 9(6) VALUE ZERO.
           01  TOTAL-60 PIC 9(6) VALUE ZERO.
           01  TOTAL-90 PIC 9(6) VALUE ZERO.

      *    Tabla de sitios en memoria (el archivo es chico).
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).

           01  LINEA-TITULO.
               05  FILLER PIC X(44)
                   VALUE 'AUTORIZACIONES DE TRABAJO POR VENCER - HOY '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-GERENTE.
               05  FILLER PIC X(8) VALUE 'Gerente '.
               05  GER-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  GER-NOMBRE PIC X(25).
               05  GER-APELLIDOS PIC X(35).

           01  LINEA-DETALLE.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-ETIQUETA PIC X(9).
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-APELLIDOS PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NACIONALIDAD PIC X(2).
               05  FILLER PIC X(1) VALUE '/'.
               05  DET-PAIS-TRABAJO PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-TIPO PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NUMERO PIC X(20).
               05  FILLER PIC X(7) VALUE ' vence='.
               05  DET-VENCE PIC X(8).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM CARGAR-SITIOS.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-GERENTE ORD-TRAMO ORD-VENCE
                   ORD-ID
               INPUT PROCEDURE IS SOLTAR-AUTORIZACIONES
               OUTPUT PROCEDURE IS ESCRIBIR-ALERTAS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Empleados que requieren autorizacion: '
               TOTAL-REVISADOS.
           DISPLAY 'Vencidas o sin documento: ' TOTAL-VENCIDAS
               ' Por vencer (90 dias): ' TOTAL-ALERTAS.
           DISPLAY 'Alertas en alertas_autorizaciones.txt'.
      *    RC 4 marca la noche con gente sin autorizacion vigente
      *    (su pago queda retenido) sin frenar el resto de la cadena.
           IF TOTAL-VENCIDAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       CARGAR-SITIOS.
           MOVE ZERO TO TOTAL-SITIOS.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               CLOSE SITIOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF TOTAL-SITIOS < MAXIMO-SITIOS
                               ADD 1 TO TOTAL-SITIOS
                               MOVE SIT-CODIGO
                                   TO TSI-CODIGO(TOTAL-SITIOS)
                               MOVE SIT-PAIS
                                   TO TSI-PAIS(TOTAL-SITIOS)
                           ELSE
                               DISPLAY 'Aviso: mas de ' MAXIMO-SITIOS
                                   ' sitios; se ignora ' SIT-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
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
           OPEN INPUT AUTORIZACIONES-ARCHIVO.
           OPEN OUTPUT ALERTAS-ARCHIVO.
           IF ALERTAS-STATUS NOT = '00'
               DISPLAY 'Error de archivo ALERTAS-ARCHIVO. STATUS ='
                   ALERTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE AUTORIZACIONES-ARCHIVO.
           CLOSE ALERTAS-ARCHIVO.

      *----------------------------------------------------------------
      *    Entrada del SORT: un renglon por empleado activo que
      *    necesita autorizacion y cuyo mejor documento ya vencio,
      *    no existe o vence dentro de 90 dias.
      *----------------------------------------------------------------
       SOLTAR-AUTORIZACIONES.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-DEL-ARCHIVO = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF NOT STATUS-INATIVO AND
                               EMPLEADOS-NACIONALIDAD NOT = SPACES
                           PERFORM REVISAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-EMPLEADO.
           PERFORM DETERMINAR-PAIS-TRABAJO.
           IF EMPLEADOS-NACIONALIDAD NOT = PAIS-TRABAJO
               ADD 1 TO TOTAL-REVISADOS
               PERFORM BUSCAR-MEJOR-DOCUMENTO
               MOVE 9 TO ORD-TRAMO
               IF DOCUMENTO-HALLADO = 'N'
                   MOVE 0 TO ORD-TRAMO
                   MOVE 'SIN DOC' TO ORD-ETIQUETA
               ELSE
                   COMPUTE DIAS-RESTANTES =
                       FUNCTION INTEGER-OF-DATE(MEJOR-VENCE) - DIAS-HOY
                   EVALUATE TRUE
                       WHEN DIAS-RESTANTES < 0
                           MOVE 0 TO ORD-TRAMO
                           MOVE 'VENCIDA' TO ORD-ETIQUETA
                       WHEN DIAS-RESTANTES <= 30
                           MOVE 1 TO ORD-TRAMO
                           MOVE '30 DIAS' TO ORD-ETIQUETA
                       WHEN DIAS-RESTANTES <= 60
                           MOVE 2 TO ORD-TRAMO
                           MOVE '60 DIAS' TO ORD-ETIQUETA
                       WHEN DIAS-RESTANTES <= 90
                           MOVE 3 TO ORD-TRAMO
                           MOVE '90 DIAS' TO ORD-ETIQUETA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF ORD-TRAMO NOT = 9
                   MOVE EMPLEADOS-GERENTE-ID TO ORD-GERENTE
                   MOVE MEJOR-VENCE TO ORD-VENCE
                   MOVE EMPLEADOS-ID TO ORD-ID
                   MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
                   MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS
                   MOVE EMPLEADOS-NACIONALIDAD TO ORD-NACIONALIDAD
                   MOVE PAIS-TRABAJO TO ORD-PAIS-TRABAJO
                   MOVE MEJOR-TIPO TO ORD-TIPO
                   MOVE MEJOR-NUMERO TO ORD-NUMERO
                   RELEASE ORD-REGISTRO
               END-IF
           END-IF.

      *    Mismo criterio que DETERMINAR-PAIS-TRABAJO en
      *    RegistrosIndexados-05.
       DETERMINAR-PAIS-TRABAJO.
           MOVE DIR-CODIGO-PAIS TO PAIS-TRABAJO.
           IF EMPLEADOS-SITIO NOT = SPACES
               PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                       UNTIL INDICE-SITIO > TOTAL-SITIOS
                   IF TSI-CODIGO(INDICE-SITIO) = EMPLEADOS-SITIO AND
                           TSI-PAIS(INDICE-SITIO) NOT = SPACES
                       MOVE TSI-PAIS(INDICE-SITIO) TO PAIS-TRABAJO
                   END-IF
               END-PERFORM
           END-IF.

      *    El documento que vence mas tarde es el que autoriza; los
      *    demas tipos del mismo empleado no cuentan.
       BUSCAR-MEJOR-DOCUMENTO.
           MOVE 'N' TO DOCUMENTO-HALLADO.
           MOVE ZERO TO MEJOR-VENCE.
           MOVE SPACES TO MEJOR-TIPO MEJOR-NUMERO.
           IF AUTORIZACIONES-STATUS = '00'
               MOVE EMPLEADOS-ID TO AUT-EMPLEADOS-ID
               MOVE LOW-VALUES TO AUT-TIPO
               MOVE 'N' TO FIN-AUTORIZACIONES
               START AUTORIZACIONES-ARCHIVO
                       KEY IS NOT LESS THAN AUT-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-AUTORIZACIONES
               END-START
               PERFORM UNTIL FIN-AUTORIZACIONES = 'S'
                   READ AUTORIZACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-AUTORIZACIONES
                       NOT AT END
                           IF AUT-EMPLEADOS-ID NOT = EMPLEADOS-ID
                               MOVE 'S' TO FIN-AUTORIZACIONES
                           ELSE
                               IF AUT-FECHA-VENCE IS NUMERIC AND
                                       AUT-FECHA-VENCE > MEJOR-VENCE
                                   MOVE 'S' TO DOCUMENTO-HALLADO
                                   MOVE AUT-FECHA-VENCE TO MEJOR-VENCE
                                   MOVE AUT-TIPO TO MEJOR-TIPO
                                   MOVE AUT-NUMERO TO MEJOR-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por gerente.
      *----------------------------------------------------------------
       ESCRIBIR-ALERTAS.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM ESCRIBIR-UNA-ALERTA
               END-RETURN
           END-PERFORM.

       ESCRIBIR-UNA-ALERTA.
           IF PRIMER-GRUPO = 'S' OR ORD-GERENTE NOT = GERENTE-ANTERIOR
               PERFORM ESCRIBIR-GERENTE
           END-IF.
           MOVE ORD-ETIQUETA TO DET-ETIQUETA.
           MOVE ORD-ID TO DET-ID.
           MOVE ORD-NOMBRE TO DET-NOMBRE.
           MOVE ORD-APELLIDOS TO DET-APELLIDOS.
           MOVE ORD-NACIONALIDAD TO DET-NACIONALIDAD.
           MOVE ORD-PAIS-TRABAJO TO DET-PAIS-TRABAJO.
           MOVE ORD-TIPO TO DET-TIPO.
           MOVE ORD-NUMERO TO DET-NUMERO.
           IF ORD-VENCE = ZERO
               MOVE SPACES TO DET-VENCE
           ELSE
               MOVE ORD-VENCE TO DET-VENCE
           END-IF.
           MOVE LINEA-DETALLE TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           EVALUATE ORD-TRAMO
               WHEN 0
                   ADD 1 TO TOTAL-VENCIDAS
               WHEN 1
                   ADD 1 TO TOTAL-30 TOTAL-ALERTAS
               WHEN 2
                   ADD 1 TO TOTAL-60 TOTAL-ALERTAS
               WHEN OTHER
                   ADD 1 TO TOTAL-90 TOTAL-ALERTAS
           END-EVALUATE.

       ESCRIBIR-GERENTE.
           MOVE 'N' TO PRIMER-GRUPO.
           MOVE ORD-GERENTE TO GERENTE-ANTERIOR.
           MOVE ORD-GERENTE TO GER-ID.
           MOVE SPACES TO GER-NOMBRE GER-APELLIDOS.
           IF ORD-GERENTE = ZERO
               MOVE '(sin gerente)' TO GER-NOMBRE
           ELSE
               MOVE ORD-GERENTE TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE '(no existe)' TO GER-NOMBRE
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE TO GER-NOMBRE
                       MOVE EMPLEADOS-APELLIDOS TO GER-APELLIDOS
               END-READ
           END-IF.
           MOVE SPACES TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE LINEA-GERENTE TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE 'Vencidas o sin documento (pago retenido)'
               TO TOT-TEXTO.
           MOVE TOTAL-VENCIDAS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE 'Vencen dentro de 30 dias' TO TOT-TEXTO.
           MOVE TOTAL-30 TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE 'Vencen entre 31 y 60 dias' TO TOT-TEXTO.
           MOVE TOTAL-60 TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE 'Vencen entre 61 y 90 dias' TO TOT-TEXTO.
           MOVE TOTAL-90 TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ALERTA-AUTORIZACIO' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-REVISADOS TO RUN-LEIDOS
               MOVE TOTAL-ALERTAS TO RUN-ESCRITOS
               MOVE TOTAL-VENCIDAS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ALERTA-AUTORIZACIONES.
