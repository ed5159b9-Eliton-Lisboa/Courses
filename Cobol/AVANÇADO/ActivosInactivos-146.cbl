      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte semanal de activos de la empresa
      *          (activos.dat, ActivosEmpresa-144) que siguen
      *          entregados a empleados inactivos: por cada ex
      *          empleado, su fecha y motivo de baja, los activos que
      *          no devolvio con su valor y los dias que lleva fuera,
      *          para que se reclamen. Un activo entregado a un ID que
      *          ya no existe en el maestro sale tambien, como
      *          "(no existe)". Deja activos_inactivos.txt y termina
      *          con RC 4 si hay algo pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS-INACTIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL ACTIVOS-ARCHIVO
           ASSIGN TO 'activos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ACT-ETIQUETA
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACTIVOS-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'activos_sortwk'.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'activos_inactivos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

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

       FD  ACTIVOS-ARCHIVO.
           01  ACTIVOS-REGISTRO.
               05  ACT-ETIQUETA PIC X(10).
               05  ACT-TIPO PIC X(4).
               05  ACT-DESCRIPCION PIC X(30).
               05  ACT-VALOR PIC 9(7)V99.
               05  ACT-EMPLEADOS-ID PIC 9(6).
               05  ACT-FECHA-ENTREGA PIC 9(8).
               05  ACT-FECHA-DEVOLUCION PIC 9(8).
               05  ACT-ESTADO PIC X.
                   88  ACTIVO-ENTREGADO VALUE 'E'.

       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-EMPLEADOS-ID PIC 9(6).
               05  ORD-ETIQUETA PIC X(10).
               05  ORD-TIPO PIC X(4).
               05  ORD-DESCRIPCION PIC X(30).
               05  ORD-VALOR PIC 9(7)V99.
               05  ORD-FECHA-ENTREGA PIC 9(8).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

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
           01  ACTIVOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-ACTIVOS PIC X VALUE 'N'.
           01  FIN-ORDENADO PIC X VALUE 'N'.

           01  FECHA-HOY PIC 9(8).
           01  DIAS-FUERA PIC S9(7).
           01  EMPLEADO-ANTERIOR PIC 9(6).
           01  PRIMER-GRUPO PIC X VALUE 'S'.
           01  INCLUIR-ACTIVO PIC X.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-PENDIENTES PIC 9(6) VALUE ZERO.
           01  TOTAL-PERSONAS PIC 9(6) VALUE ZERO.
           01  VALOR-PENDIENTE PIC 9(9)V99 VALUE ZERO.

           01  LINEA-TITULO.
               05  FILLER PIC X(43)
                   VALUE 'ACTIVOS EN PODER DE EMPLEADOS INACTIVOS - '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-EMPLEADO.
               05  FILLER PIC X(3) VALUE 'ID '.
               05  LEM-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LEM-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LEM-APELLIDOS PIC X(25).
               05  FILLER PIC X(7) VALUE '  baja='.
               05  LEM-FECHA-BAJA PIC X(8).
               05  FILLER PIC X(9) VALUE '  motivo='.
               05  LEM-MOTIVO PIC X(4).
               05  FILLER PIC X(9) VALUE '  fuera: '.
               05  LEM-DIAS-FUERA PIC ZZZZ9.
               05  FILLER PIC X(5) VALUE ' dias'.

           01  LINEA-DETALLE.
               05  FILLER PIC X(3) VALUE SPACES.
               05  DET-ETIQUETA PIC X(10).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-TIPO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-DESCRIPCION PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-VALOR PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(10) VALUE '  entrega='.
               05  DET-FECHA-ENTREGA PIC 9(8).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-EMPLEADOS-ID ORD-ETIQUETA
               INPUT PROCEDURE IS SOLTAR-ACTIVOS
               OUTPUT PROCEDURE IS ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Activos entregados revisados: ' TOTAL-LEIDOS.
           DISPLAY 'En poder de inactivos: ' TOTAL-PENDIENTES
               ' de ' TOTAL-PERSONAS ' personas, valor '
               VALOR-PENDIENTE.
           DISPLAY 'Reporte en activos_inactivos.txt'.
      *    RC 4 marca la semana con activos por reclamar sin frenar
      *    el resto de la cadena.
           IF TOTAL-PENDIENTES > ZERO
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
           OPEN INPUT ACTIVOS-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE-ARCHIVO. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ACTIVOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *----------------------------------------------------------------
      *    Entrada del SORT: los activos entregados cuyo titular ya
      *    no esta activo (o ya no existe en el maestro).
      *----------------------------------------------------------------
       SOLTAR-ACTIVOS.
           IF ACTIVOS-STATUS NOT = '00'
               MOVE 'S' TO FIN-ACTIVOS
           ELSE
               MOVE LOW-VALUES TO ACT-ETIQUETA
               START ACTIVOS-ARCHIVO KEY IS NOT LESS THAN ACT-ETIQUETA
                   INVALID KEY
                       MOVE 'S' TO FIN-ACTIVOS
               END-START
           END-IF.
           PERFORM UNTIL FIN-ACTIVOS = 'S'
               READ ACTIVOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ACTIVOS
                   NOT AT END
                       IF ACTIVO-ENTREGADO
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM REVISAR-ACTIVO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-ACTIVO.
           MOVE 'N' TO INCLUIR-ACTIVO.
           MOVE ACT-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'S' TO INCLUIR-ACTIVO
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       MOVE 'S' TO INCLUIR-ACTIVO
                   END-IF
           END-READ.
           IF INCLUIR-ACTIVO = 'S'
               MOVE ACT-EMPLEADOS-ID TO ORD-EMPLEADOS-ID
               MOVE ACT-ETIQUETA TO ORD-ETIQUETA
               MOVE ACT-TIPO TO ORD-TIPO
               MOVE ACT-DESCRIPCION TO ORD-DESCRIPCION
               MOVE ACT-VALOR TO ORD-VALOR
               MOVE ACT-FECHA-ENTREGA TO ORD-FECHA-ENTREGA
               RELEASE ORD-REGISTRO
           END-IF.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por ex empleado.
      *----------------------------------------------------------------
       ESCRIBIR-REPORTE.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM ESCRIBIR-UN-ACTIVO
               END-RETURN
           END-PERFORM.

       ESCRIBIR-UN-ACTIVO.
           IF PRIMER-GRUPO = 'S' OR
                   ORD-EMPLEADOS-ID NOT = EMPLEADO-ANTERIOR
               PERFORM ESCRIBIR-EMPLEADO
           END-IF.
           MOVE ORD-ETIQUETA TO DET-ETIQUETA.
           MOVE ORD-TIPO TO DET-TIPO.
           MOVE ORD-DESCRIPCION TO DET-DESCRIPCION.
           MOVE ORD-VALOR TO DET-VALOR.
           MOVE ORD-FECHA-ENTREGA TO DET-FECHA-ENTREGA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 1 TO TOTAL-PENDIENTES.
           ADD ORD-VALOR TO VALOR-PENDIENTE.

       ESCRIBIR-EMPLEADO.
           MOVE 'N' TO PRIMER-GRUPO.
           MOVE ORD-EMPLEADOS-ID TO EMPLEADO-ANTERIOR.
           ADD 1 TO TOTAL-PERSONAS.
           MOVE ORD-EMPLEADOS-ID TO LEM-ID.
           MOVE SPACES TO LEM-NOMBRE LEM-APELLIDOS LEM-FECHA-BAJA
               LEM-MOTIVO.
           MOVE ZERO TO LEM-DIAS-FUERA.
           MOVE ORD-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE '(no existe)' TO LEM-NOMBRE
               NOT INVALID KEY
                   MOVE EMPLEADOS-NOMBRE TO LEM-NOMBRE
                   MOVE EMPLEADOS-APELLIDOS TO LEM-APELLIDOS
                   MOVE EMPLEADOS-BAJA-MOTIVO TO LEM-MOTIVO
                   IF EMPLEADOS-BAJA-FECHA IS NUMERIC AND
                           EMPLEADOS-BAJA-FECHA > ZERO
                       MOVE EMPLEADOS-BAJA-FECHA TO LEM-FECHA-BAJA
                       COMPUTE DIAS-FUERA =
                           FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                           FUNCTION INTEGER-OF-DATE
                               (EMPLEADOS-BAJA-FECHA)
                       IF DIAS-FUERA > ZERO
                           MOVE DIAS-FUERA TO LEM-DIAS-FUERA
                       END-IF
                   END-IF
           END-READ.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-EMPLEADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Ex empleados con activos por reclamar' TO TOT-TEXTO.
           MOVE TOTAL-PERSONAS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Activos sin devolver' TO TOT-TEXTO.
           MOVE TOTAL-PENDIENTES TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Valor de reposicion pendiente' TO TOT-TEXTO.
           MOVE VALOR-PENDIENTE TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ACTIVOS-INACTIVOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-PERSONAS TO RUN-ESCRITOS
               MOVE TOTAL-PENDIENTES TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ACTIVOS-INACTIVOS.
