      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reparto de reportes por destinatario, segun el
      *          maestro distribucion_reportes.dat
      *          (DistribucionReportes-161). RRHH y finanzas reciben
      *          copia completa; los gerentes, un archivo cada uno con
      *          solo su seccion: los deptos de los que son
      *          DEPARTAMENTOS-GERENTE-ID en el roster por depto
      *          (RosterDepartamentos-46), el directorio
      *          (DirectorioTelefonico-41) y los saldos de vacaciones
      *          (Vacaciones-33); su gente directa en las revisiones
      *          por vencer (RevisionesDesempeno-86). Cada archivo
      *          sale como CODIGO-DESTINATARIO-AAAAMMDD.txt y queda
      *          en el catalogo reportes_control.dat con destinatario
      *          y hora, para que CatalogoReportes-61 diga quien
      *          recibio que y cuando.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPARTO-REPORTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL DISTRIBUCION-ARCHIVO
           ASSIGN TO 'distribucion_reportes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTRIBUCION-STATUS.

           SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
           ASSIGN TO 'departamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTAMENTOS-STATUS.

      *    El reporte a repartir y cada archivo repartido llevan
      *    nombre dinamico, como los reportes fechados de
      *    ReportEmpleados-06.
           SELECT OPTIONAL ORIGEN-ARCHIVO
           ASSIGN DYNAMIC ORIGEN-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORIGEN-STATUS.

           SELECT REPARTO-ARCHIVO
           ASSIGN DYNAMIC REPARTO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPARTO-STATUS.

           SELECT OPTIONAL REPORTES-CONTROL
           ASSIGN TO 'reportes_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTES-CONTROL-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'reparto_sortwk'.

      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
      *    chequeo matinal de la cadena nocturna.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUCION-ARCHIVO.
           01  DISTRIBUCION-REGISTRO.
               05  DIS-REPORTE PIC X(30).
               05  DIS-CODIGO PIC X(4).
               05  DIS-DESTINO PIC X.
                   88  DIS-RRHH VALUE 'R'.
                   88  DIS-FINANZAS VALUE 'F'.
                   88  DIS-GERENTES VALUE 'G'.

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  DEPARTAMENTOS-CODIGO PIC X(4).
               05  DEPARTAMENTOS-NOMBRE PIC X(30).
               05  DEPARTAMENTOS-GERENTE-ID PIC 9(6).
               05  DEPARTAMENTOS-DIVISION PIC X(4).

       FD  ORIGEN-ARCHIVO.
           01  ORIGEN-LINEA PIC X(132).

       FD  REPARTO-ARCHIVO.
           01  REPARTO-LINEA PIC X(132).

       FD  REPORTES-CONTROL.
           01  CATALOGO-REGISTRO.
               05  CAT-NOMBRE PIC X(30).
               05  CAT-FECHA PIC 9(8).
               05  CAT-PAGINAS PIC 9(4).
               05  CAT-REGISTROS PIC 9(6).
               05  CAT-DESTINATARIO PIC X(8).
               05  CAT-HORA PIC 9(6).
               05  CAT-ORIGEN PIC X(30).

      *    Una linea por destinatario; el SORT las junta por archivo
      *    de salida conservando el orden original del reporte.
       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-CODIGO PIC X(4).
               05  ORD-BUZON PIC X(8).
               05  ORD-NUMERO PIC 9(7).
               05  ORD-ORIGEN PIC X(30).
               05  ORD-TEXTO PIC X(132).

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
           01  DISTRIBUCION-STATUS PIC XX.
           01  DEPARTAMENTOS-STATUS PIC XX.
           01  ORIGEN-STATUS PIC XX.
           01  REPARTO-STATUS PIC XX.
           01  REPORTES-CONTROL-STATUS PIC XX.
           01  ORIGEN-NOMBRE PIC X(30).
           01  REPARTO-NOMBRE PIC X(30).
           01  FIN-DISTRIBUCION PIC X.
           01  FIN-DEPARTAMENTOS PIC X.
           01  FIN-ORIGEN PIC X.
           01  FIN-ORDENADO PIC X.
           01  FECHA-HOY PIC 9(8).

      *    Reportes que se saben partir y como se reconoce en cada
      *    uno la seccion de un depto o de un gerente:
      *      'E' = encabezado 'DEPARTAMENTO cccc' hasta la linea en
      *            blanco (roster por depto);
      *      'D' = encabezado '=== cccc' hasta la linea en blanco
      *            (directorio);
      *      'T' = detalle antes del renglon 'Depto cccc' que cierra
      *            la seccion (saldos de vacaciones);
      *      'G' = cada renglon 'Gerente nnnnnn' (revisiones).
           01  TABLA-REPORTES-VALORES.
               05  FILLER PIC X(35)
                   VALUE 'roster_departamentos.txt      ROSTE'.
               05  FILLER PIC X(35)
                   VALUE 'directorio_telefonico.txt     DIRTD'.
               05  FILLER PIC X(35)
                   VALUE 'vacaciones_saldos.txt         SALDT'.
               05  FILLER PIC X(35)
                   VALUE 'revisiones_pendientes.txt     REVIG'.
           01  TABLA-REPORTES REDEFINES TABLA-REPORTES-VALORES.
               05  TRP-ENTRADA OCCURS 4 TIMES.
                   10  TRP-NOMBRE PIC X(30).
                   10  TRP-CODIGO PIC X(4).
                   10  TRP-REGLA PIC X.
           01  IDX-REPORTE PIC 9.

      *    Destinos del reporte en proceso, del maestro.
           01  VA-A-RRHH PIC X.
           01  VA-A-FINANZAS PIC X.
           01  VA-A-GERENTES PIC X.

      *    Deptos y su gerente (departamentos.dat).
           01  TOTAL-DEPTOS PIC 9(4) VALUE ZERO.
           01  TABLA-DEPTOS.
               05  TDP-ENTRADA OCCURS 500 TIMES.
                   10  TDP-CODIGO PIC X(4).
                   10  TDP-GERENTE-ID PIC 9(6).
           01  IDX-DEPTO PIC 9(4).

      *    Renglones 'Depto cccc' del reporte de saldos (primera
      *    pasada), para saber a que depto pertenece cada detalle.
           01  TOTAL-CORTES PIC 9(4).
           01  TABLA-CORTES.
               05  TCO-ENTRADA OCCURS 500 TIMES.
                   10  TCO-LINEA PIC 9(7).
                   10  TCO-DEPTO PIC X(4).
           01  IDX-CORTE PIC 9(4).

           01  NUMERO-LINEA PIC 9(7).
           01  DEPTO-ACTUAL PIC X(4).
           01  GERENTE-LINEA PIC 9(6).
           01  BUZON-GERENTE PIC X(8).
           01  BUZON-GERENTE-R REDEFINES BUZON-GERENTE.
               05  BZG-PREFIJO PIC X.
               05  BZG-GERENTE-ID PIC 9(6).
               05  FILLER PIC X.

      *    Control del archivo de salida abierto.
           01  ARCHIVO-ABIERTO PIC X VALUE 'N'.
           01  CODIGO-ABIERTO PIC X(4).
           01  BUZON-ABIERTO PIC X(8).
           01  ORIGEN-ABIERTO PIC X(30).
           01  LINEAS-ARCHIVO PIC 9(6).

           01  TOTAL-LEIDAS PIC 9(6) VALUE ZERO.
           01  TOTAL-ARCHIVOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-GERENTE PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-ORIGEN PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-DEPARTAMENTOS.
           OPEN EXTEND REPORTES-CONTROL.
           IF REPORTES-CONTROL-STATUS NOT = '00' AND
                   REPORTES-CONTROL-STATUS NOT = '05'
               DISPLAY 'Error de archivo REPORTES-CONTROL. STATUS ='
                   REPORTES-CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-CODIGO ORD-BUZON ORD-NUMERO
               INPUT PROCEDURE IS SOLTAR-REPORTES
               OUTPUT PROCEDURE IS ESCRIBIR-REPARTOS.
           CLOSE REPORTES-CONTROL.
           DISPLAY 'Lineas de reporte leidas   : ' TOTAL-LEIDAS.
           DISPLAY 'Archivos repartidos        : ' TOTAL-ARCHIVOS.
           DISPLAY 'Lineas de depto sin gerente: ' TOTAL-SIN-GERENTE.
           IF TOTAL-SIN-ORIGEN > ZERO
               DISPLAY 'Reportes con distribucion y sin archivo: '
                   TOTAL-SIN-ORIGEN
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.
           IF TOTAL-SIN-GERENTE > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

       CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-STATUS = '00'
               MOVE 'N' TO FIN-DEPARTAMENTOS
               PERFORM UNTIL FIN-DEPARTAMENTOS = 'S'
                   READ DEPARTAMENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEPARTAMENTOS
                       NOT AT END
                           IF TOTAL-DEPTOS < 500
                               ADD 1 TO TOTAL-DEPTOS
                               MOVE DEPARTAMENTOS-CODIGO
                                   TO TDP-CODIGO(TOTAL-DEPTOS)
                               MOVE DEPARTAMENTOS-GERENTE-ID
                                   TO TDP-GERENTE-ID(TOTAL-DEPTOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-ARCHIVO.

      *    Entrada del SORT: cada reporte de la tabla que tenga algun
      *    destino en el maestro se lee completo una vez.
       SOLTAR-REPORTES.
           PERFORM VARYING IDX-REPORTE FROM 1 BY 1
                   UNTIL IDX-REPORTE > 4
               PERFORM LEER-DESTINOS
               IF VA-A-RRHH = 'S' OR VA-A-FINANZAS = 'S' OR
                       VA-A-GERENTES = 'S'
                   PERFORM SOLTAR-UN-REPORTE
               END-IF
           END-PERFORM.

       LEER-DESTINOS.
           MOVE 'N' TO VA-A-RRHH.
           MOVE 'N' TO VA-A-FINANZAS.
           MOVE 'N' TO VA-A-GERENTES.
           OPEN INPUT DISTRIBUCION-ARCHIVO.
           IF DISTRIBUCION-STATUS = '00'
               MOVE 'N' TO FIN-DISTRIBUCION
               PERFORM UNTIL FIN-DISTRIBUCION = 'S'
                   READ DISTRIBUCION-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DISTRIBUCION
                       NOT AT END
                           IF DIS-REPORTE = TRP-NOMBRE(IDX-REPORTE)
                               EVALUATE TRUE
                                   WHEN DIS-RRHH
                                       MOVE 'S' TO VA-A-RRHH
                                   WHEN DIS-FINANZAS
                                       MOVE 'S' TO VA-A-FINANZAS
                                   WHEN DIS-GERENTES
                                       MOVE 'S' TO VA-A-GERENTES
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DISTRIBUCION-ARCHIVO.

       SOLTAR-UN-REPORTE.
           MOVE TRP-NOMBRE(IDX-REPORTE) TO ORIGEN-NOMBRE.
           IF TRP-REGLA(IDX-REPORTE) = 'T' AND VA-A-GERENTES = 'S'
               PERFORM LEER-CORTES
           END-IF.
           OPEN INPUT ORIGEN-ARCHIVO.
           IF ORIGEN-STATUS NOT = '00'
               DISPLAY 'No existe ' ORIGEN-NOMBRE '; no se reparte.'
               ADD 1 TO TOTAL-SIN-ORIGEN
           ELSE
               MOVE ZERO TO NUMERO-LINEA
               MOVE SPACES TO DEPTO-ACTUAL
               MOVE 1 TO IDX-CORTE
               MOVE 'N' TO FIN-ORIGEN
               PERFORM UNTIL FIN-ORIGEN = 'S'
                   READ ORIGEN-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ORIGEN
                       NOT AT END
                           ADD 1 TO NUMERO-LINEA
                           ADD 1 TO TOTAL-LEIDAS
                           PERFORM SOLTAR-LINEA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORIGEN-ARCHIVO.

      *    Primera pasada del reporte de saldos: numero de linea y
      *    depto de cada renglon 'Depto cccc - ...'.
       LEER-CORTES.
           MOVE ZERO TO TOTAL-CORTES.
           MOVE ZERO TO NUMERO-LINEA.
           OPEN INPUT ORIGEN-ARCHIVO.
           IF ORIGEN-STATUS = '00'
               MOVE 'N' TO FIN-ORIGEN
               PERFORM UNTIL FIN-ORIGEN = 'S'
                   READ ORIGEN-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ORIGEN
                       NOT AT END
                           ADD 1 TO NUMERO-LINEA
                           IF ORIGEN-LINEA(1:6) = 'Depto ' AND
                                   TOTAL-CORTES < 500
                               ADD 1 TO TOTAL-CORTES
                               MOVE NUMERO-LINEA
                                   TO TCO-LINEA(TOTAL-CORTES)
                               MOVE ORIGEN-LINEA(7:4)
                                   TO TCO-DEPTO(TOTAL-CORTES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ORIGEN-ARCHIVO.

      *    Copia completa para RRHH y finanzas; la seccion del
      *    gerente que corresponda, si el reporte se reparte a
      *    gerentes.
       SOLTAR-LINEA.
           MOVE TRP-CODIGO(IDX-REPORTE) TO ORD-CODIGO.
           MOVE NUMERO-LINEA TO ORD-NUMERO.
           MOVE ORIGEN-NOMBRE TO ORD-ORIGEN.
           MOVE ORIGEN-LINEA TO ORD-TEXTO.
           IF VA-A-RRHH = 'S'
               MOVE 'RRHH' TO ORD-BUZON
               RELEASE ORD-REGISTRO
           END-IF.
           IF VA-A-FINANZAS = 'S'
               MOVE 'FINANZAS' TO ORD-BUZON
               RELEASE ORD-REGISTRO
           END-IF.
           IF VA-A-GERENTES = 'S'
               MOVE ZERO TO GERENTE-LINEA
               EVALUATE TRP-REGLA(IDX-REPORTE)
                   WHEN 'E'
                       IF ORIGEN-LINEA(1:13) = 'DEPARTAMENTO '
                           MOVE ORIGEN-LINEA(14:4) TO DEPTO-ACTUAL
                       END-IF
                       PERFORM GERENTE-DEL-DEPTO
                   WHEN 'D'
                       IF ORIGEN-LINEA(1:4) = '=== '
                           MOVE ORIGEN-LINEA(7:4) TO DEPTO-ACTUAL
                       END-IF
                       PERFORM GERENTE-DEL-DEPTO
                   WHEN 'T'
                       PERFORM DEPTO-DEL-CORTE
                       PERFORM GERENTE-DEL-DEPTO
                   WHEN 'G'
                       IF ORIGEN-LINEA(1:8) = 'Gerente ' AND
                               ORIGEN-LINEA(10:6) IS NUMERIC
                           MOVE ORIGEN-LINEA(10:6) TO GERENTE-LINEA
                       END-IF
               END-EVALUATE
               IF GERENTE-LINEA NOT = ZERO
                   MOVE SPACES TO BUZON-GERENTE
                   MOVE 'G' TO BZG-PREFIJO
                   MOVE GERENTE-LINEA TO BZG-GERENTE-ID
                   MOVE BUZON-GERENTE TO ORD-BUZON
                   RELEASE ORD-REGISTRO
               END-IF
      *        La linea en blanco cierra la seccion del depto en el
      *        roster y el directorio.
               IF ORIGEN-LINEA = SPACES AND
                       TRP-REGLA(IDX-REPORTE) NOT = 'T'
                   MOVE SPACES TO DEPTO-ACTUAL
               END-IF
           END-IF.

      *    Los cortes estan en orden de linea: se avanza al primero
      *    que todavia no quedo atras.
       DEPTO-DEL-CORTE.
           PERFORM UNTIL IDX-CORTE > TOTAL-CORTES
                   OR TCO-LINEA(IDX-CORTE) >= NUMERO-LINEA
               ADD 1 TO IDX-CORTE
           END-PERFORM.
           IF IDX-CORTE > TOTAL-CORTES
               MOVE SPACES TO DEPTO-ACTUAL
           ELSE
               MOVE TCO-DEPTO(IDX-CORTE) TO DEPTO-ACTUAL
           END-IF.

       GERENTE-DEL-DEPTO.
           IF DEPTO-ACTUAL NOT = SPACES
               PERFORM VARYING IDX-DEPTO FROM 1 BY 1
                       UNTIL IDX-DEPTO > TOTAL-DEPTOS
                       OR TDP-CODIGO(IDX-DEPTO) = DEPTO-ACTUAL
                   CONTINUE
               END-PERFORM
               IF IDX-DEPTO > TOTAL-DEPTOS
                   ADD 1 TO TOTAL-SIN-GERENTE
               ELSE
                   IF TDP-GERENTE-ID(IDX-DEPTO) = ZERO
                       ADD 1 TO TOTAL-SIN-GERENTE
                   ELSE
                       MOVE TDP-GERENTE-ID(IDX-DEPTO) TO GERENTE-LINEA
                   END-IF
               END-IF
           END-IF.

      *    Salida del SORT: un archivo por reporte y destinatario,
      *    abierto al cambiar la pareja y catalogado al cerrarlo.
       ESCRIBIR-REPARTOS.
           MOVE 'N' TO FIN-ORDENADO.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       IF ARCHIVO-ABIERTO = 'N' OR
                               ORD-CODIGO NOT = CODIGO-ABIERTO OR
                               ORD-BUZON NOT = BUZON-ABIERTO
                           PERFORM CERRAR-REPARTO
                           PERFORM ABRIR-REPARTO
                       END-IF
                       IF ARCHIVO-ABIERTO = 'S'
                           MOVE ORD-TEXTO TO REPARTO-LINEA
                           WRITE REPARTO-LINEA
                           ADD 1 TO LINEAS-ARCHIVO
                       END-IF
               END-RETURN
           END-PERFORM.
           PERFORM CERRAR-REPARTO.

       ABRIR-REPARTO.
           MOVE ORD-CODIGO TO CODIGO-ABIERTO.
           MOVE ORD-BUZON TO BUZON-ABIERTO.
           MOVE ORD-ORIGEN TO ORIGEN-ABIERTO.
           MOVE ZERO TO LINEAS-ARCHIVO.
           MOVE SPACES TO REPARTO-NOMBRE.
           STRING ORD-CODIGO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  ORD-BUZON DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO REPARTO-NOMBRE.
           OPEN OUTPUT REPARTO-ARCHIVO.
           IF REPARTO-STATUS = '00'
               MOVE 'S' TO ARCHIVO-ABIERTO
           ELSE
               DISPLAY 'Error de archivo ' REPARTO-NOMBRE
                   '. STATUS =' REPARTO-STATUS
               MOVE 'X' TO ARCHIVO-ABIERTO
           END-IF.

       CERRAR-REPARTO.
           IF ARCHIVO-ABIERTO = 'S'
               CLOSE REPARTO-ARCHIVO
               ADD 1 TO TOTAL-ARCHIVOS
               MOVE REPARTO-NOMBRE TO CAT-NOMBRE
               MOVE FECHA-HOY TO CAT-FECHA
               MOVE ZERO TO CAT-PAGINAS
               MOVE LINEAS-ARCHIVO TO CAT-REGISTROS
               MOVE BUZON-ABIERTO TO CAT-DESTINATARIO
               MOVE FUNCTION CURRENT-DATE(9:6) TO CAT-HORA
               MOVE ORIGEN-ABIERTO TO CAT-ORIGEN
               WRITE CATALOGO-REGISTRO
           END-IF.
           MOVE 'N' TO ARCHIVO-ABIERTO.

      *    Linea estandar de bitacora de corrida; un depto sin
      *    gerente deja la corrida en 'WARN' (su seccion solo llega
      *    en las copias completas).
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REPARTO-REPORTES' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDAS TO RUN-LEIDOS
               MOVE TOTAL-ARCHIVOS TO RUN-ESCRITOS
               MOVE TOTAL-SIN-GERENTE TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM REPARTO-REPORTES.
