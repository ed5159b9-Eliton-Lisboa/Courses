      ******************************************************************
      * Author:
      * Date:
      * Purpose: Paso nocturno de fin de asignaciones internacionales:
      *          cada asignacion vigente de asignaciones_internacionales
      *          .dat (AsignacionesInternacionales-151) que termina
      *          dentro de los proximos 60 dias sale en
      *          alertas_asignaciones.txt, agrupada por gerente directo
      *          del asignado, para que se decida a tiempo la extension
      *          o se prepare el regreso (vivienda, autorizacion de
      *          trabajo, alta de vuelta en la nomina de origen). Las
      *          canceladas y las ya terminadas no se listan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA-ASIGNACIONES.
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

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'asignaciones_sortwk'.

           SELECT ALERTAS-ARCHIVO
           ASSIGN TO 'alertas_asignaciones.txt'
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

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASG-CLAVE.
                   10  ASG-EMPLEADOS-ID PIC 9(6).
                   10  ASG-FECHA-INICIO PIC 9(8).
               05  ASG-PAIS-ORIGEN PIC X(2).
               05  ASG-PAIS-DESTINO PIC X(2).
               05  ASG-SITIO-DESTINO PIC X(4).
               05  ASG-FECHA-FIN PIC 9(8).
               05  ASG-VIVIENDA PIC 9(7)V99.
               05  ASG-COSTO-VIDA PIC 9(7)V99.
               05  ASG-OTRA-ASIGNACION PIC 9(7)V99.
               05  ASG-PORCENTAJE-DESTINO PIC 9(3).
               05  ASG-ESTADO PIC X.
                   88  ASIGNACION-VIGENTE VALUE 'A'.
                   88  ASIGNACION-CANCELADA VALUE 'C'.

       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-GERENTE PIC 9(6).
               05  ORD-TRAMO PIC 9.
      *            1 = termina dentro de 30 dias, 2 = dentro de 60.
               05  ORD-FIN PIC 9(8).
               05  ORD-ID PIC 9(6).
               05  ORD-NOMBRE PIC X(25).
               05  ORD-APELLIDOS PIC X(35).
               05  ORD-ORIGEN PIC X(2).
               05  ORD-DESTINO PIC X(2).
               05  ORD-SITIO PIC X(4).
               05  ORD-INICIO PIC 9(8).
               05  ORD-DIAS PIC 9(3).
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
           01  ASIGNACIONES-STATUS PIC XX.
           01  ALERTAS-STATUS PIC XX.
           01  FIN-ASIGNACIONES PIC X VALUE 'N'.
           01  FIN-ORDENADO PIC X VALUE 'N'.

           01  FECHA-HOY PIC 9(8).
           01  DIAS-HOY PIC 9(7).
           01  DIAS-RESTANTES PIC S9(7).
           01  DIAS-AVISO PIC 9(3) VALUE 60.
           01  GERENTE-ANTERIOR PIC 9(6).
           01  PRIMER-GRUPO PIC X VALUE 'S'.

           01  TOTAL-REVISADAS PIC 9(6) VALUE ZERO.
           01  TOTAL-ALERTAS PIC 9(6) VALUE ZERO.
           01  TOTAL-30 PIC 9(6) VALUE ZERO.
           01  TOTAL-60 PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-EMPLEADO PIC 9(6) VALUE ZERO.

           01  LINEA-TITULO.
               05  FILLER PIC X(45)
                   VALUE 'ASIGNACIONES INTERNACIONALES POR TERMINAR - '.
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
               05  DET-ORIGEN PIC X(2).
               05  FILLER PIC X(2) VALUE '->'.
               05  DET-DESTINO PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-SITIO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-INICIO PIC 9(8).
               05  FILLER PIC X(6) VALUE ' fin='.
               05  DET-FIN PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-DIAS PIC ZZ9.
               05  FILLER PIC X(5) VALUE ' dias'.

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-GERENTE ORD-TRAMO ORD-FIN ORD-ID
               INPUT PROCEDURE IS SOLTAR-ASIGNACIONES
               OUTPUT PROCEDURE IS ESCRIBIR-ALERTAS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Asignaciones vigentes revisadas: ' TOTAL-REVISADAS.
           DISPLAY 'Terminan dentro de ' DIAS-AVISO ' dias: '
               TOTAL-ALERTAS.
           DISPLAY 'Alertas en alertas_asignaciones.txt'.
      *    RC 4 si hay asignaciones de empleados que ya no estan en el
      *    maestro: hay que depurarlas a mano.
           IF TOTAL-SIN-EMPLEADO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

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
           OPEN INPUT ASIGNACIONES-ARCHIVO.
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
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE ALERTAS-ARCHIVO.

      *----------------------------------------------------------------
      *    Entrada del SORT: un renglon por asignacion vigente que
      *    termina entre hoy y DIAS-AVISO dias adelante.
      *----------------------------------------------------------------
       SOLTAR-ASIGNACIONES.
           IF ASIGNACIONES-STATUS NOT = '00'
               MOVE 'S' TO FIN-ASIGNACIONES
           ELSE
               MOVE LOW-VALUES TO ASG-CLAVE
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
           END-IF.
           PERFORM UNTIL FIN-ASIGNACIONES = 'S'
               READ ASIGNACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ASIGNACIONES
                   NOT AT END
                       IF ASIGNACION-VIGENTE AND
                               ASG-FECHA-FIN >= FECHA-HOY
                           ADD 1 TO TOTAL-REVISADAS
                           PERFORM REVISAR-ASIGNACION
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-ASIGNACION.
           COMPUTE DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(ASG-FECHA-FIN) - DIAS-HOY.
           IF DIAS-RESTANTES <= DIAS-AVISO
               MOVE ASG-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       ADD 1 TO TOTAL-SIN-EMPLEADO
                       MOVE ZERO TO ORD-GERENTE
                       MOVE '(no existe)' TO ORD-NOMBRE
                       MOVE SPACES TO ORD-APELLIDOS
                   NOT INVALID KEY
                       MOVE EMPLEADOS-GERENTE-ID TO ORD-GERENTE
                       MOVE EMPLEADOS-NOMBRE TO ORD-NOMBRE
                       MOVE EMPLEADOS-APELLIDOS TO ORD-APELLIDOS
               END-READ
               IF DIAS-RESTANTES <= 30
                   MOVE 1 TO ORD-TRAMO
                   MOVE '30 DIAS' TO ORD-ETIQUETA
               ELSE
                   MOVE 2 TO ORD-TRAMO
                   MOVE '60 DIAS' TO ORD-ETIQUETA
               END-IF
               MOVE ASG-FECHA-FIN TO ORD-FIN
               MOVE ASG-EMPLEADOS-ID TO ORD-ID
               MOVE ASG-PAIS-ORIGEN TO ORD-ORIGEN
               MOVE ASG-PAIS-DESTINO TO ORD-DESTINO
               MOVE ASG-SITIO-DESTINO TO ORD-SITIO
               MOVE ASG-FECHA-INICIO TO ORD-INICIO
               MOVE DIAS-RESTANTES TO ORD-DIAS
               RELEASE ORD-REGISTRO
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
           MOVE ORD-ORIGEN TO DET-ORIGEN.
           MOVE ORD-DESTINO TO DET-DESTINO.
           MOVE ORD-SITIO TO DET-SITIO.
           MOVE ORD-INICIO TO DET-INICIO.
           MOVE ORD-FIN TO DET-FIN.
           MOVE ORD-DIAS TO DET-DIAS.
           MOVE LINEA-DETALLE TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           ADD 1 TO TOTAL-ALERTAS.
           IF ORD-TRAMO = 1
               ADD 1 TO TOTAL-30
           ELSE
               ADD 1 TO TOTAL-60
           END-IF.

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
           MOVE 'Terminan dentro de 30 dias' TO TOT-TEXTO.
           MOVE TOTAL-30 TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           MOVE 'Terminan entre 31 y 60 dias' TO TOT-TEXTO.
           MOVE TOTAL-60 TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-ALERTA.
           WRITE LINEA-ALERTA.
           IF TOTAL-SIN-EMPLEADO > ZERO
               MOVE 'Asignaciones sin empleado en el maestro'
                   TO TOT-TEXTO
               MOVE TOTAL-SIN-EMPLEADO TO TOT-CANTIDAD
               MOVE LINEA-TOTAL TO LINEA-ALERTA
               WRITE LINEA-ALERTA
           END-IF.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ALERTA-ASIGNACIONES' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-REVISADAS TO RUN-LEIDOS
               MOVE TOTAL-ALERTAS TO RUN-ESCRITOS
               MOVE TOTAL-SIN-EMPLEADO TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ALERTA-ASIGNACIONES.
