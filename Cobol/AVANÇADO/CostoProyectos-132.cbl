      ******************************************************************
      * Author:
      * Date:
      * Purpose: Costeo mensual de mano de obra por proyecto. Toma
      *          del mes AAAAMM el costo real de cada empleado en
      *          resultados_nomina.dat (bruto + cuota patronal de los
      *          recibos cuya fecha de pago en calendario_nomina.dat
      *          cae en el mes; sin calendario, el periodo AAAAMM del
      *          grupo mensual), y lo reparte entre sus proyectos en
      *          proporcion a las horas aprobadas en
      *          horas_proyecto.dat (HorasProyecto-131) de las semanas
      *          cuyo lunes cae en el mes, con la ultima porcion por
      *          diferencia como en AsignacionCostos-63. Deja el
      *          reporte costo_proyectos.txt por proyecto (con el
      *          costo sin horas que se queda en el departamento, para
      *          cuadrar contra la nomina) y el detalle en
      *          costo_proyectos.dat, del que ExtractoContable-74 toma
      *          los proyectos capitalizables para reclasificarlos en
      *          la poliza. Recorrer un mes ya costeado reemplaza sus
      *          lineas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTO-PROYECTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           SELECT OPTIONAL CALENDARIO-ARCHIVO
           ASSIGN TO 'calendario_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDARIO-STATUS.

           SELECT OPTIONAL HORAS-PROYECTO-ARCHIVO
           ASSIGN TO 'horas_proyecto.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HPR-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS HORAS-PROYECTO-STATUS.

           SELECT OPTIONAL PROYECTOS-ARCHIVO
           ASSIGN TO 'proyectos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRY-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PROYECTOS-STATUS.

      *    Detalle del costeo; se conserva mes a mes.
           SELECT OPTIONAL COSTO-ARCHIVO
           ASSIGN TO 'costo_proyectos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COSTO-STATUS.

           SELECT TRABAJO-ARCHIVO
           ASSIGN TO 'costo_trabajo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRABAJO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'costo_proyectos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
                       88  RES-REGULAR VALUE 'R'.
                       88  RES-EXTRAORDINARIA VALUE 'E'.
                       88  RES-ANULACION VALUE 'A'.
                   10  RES-SECUENCIA PIC 9(3).
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  CALENDARIO-ARCHIVO.
           01  CALENDARIO-REGISTRO.
               05  CAL-PERIODO PIC 9(6).
               05  CAL-FECHA-CORTE PIC 9(8).
               05  CAL-FECHA-PAGO PIC 9(8).
               05  CAL-FECHA-BANCO PIC 9(8).
               05  CAL-GRUPO PIC X(4).

       FD  HORAS-PROYECTO-ARCHIVO.
           01  HORAS-PROYECTO-REGISTRO.
               05  HPR-CLAVE.
                   10  HPR-EMPLEADOS-ID PIC 9(6).
                   10  HPR-SEMANA PIC 9(8).
                   10  HPR-PROYECTO PIC X(6).
               05  HPR-HORAS PIC 9(3).
               05  HPR-ESTADO PIC X.
                   88  HPR-APROBADA VALUE 'A'.
               05  HPR-APROBADOR PIC 9(6).
               05  HPR-MOTIVO PIC X(20).

       FD  PROYECTOS-ARCHIVO.
           01  PROYECTOS-REGISTRO.
               05  PRY-CODIGO PIC X(6).
               05  PRY-DESCRIPCION PIC X(30).
               05  PRY-DEPARTAMENTO PIC X(4).
               05  PRY-CAPITALIZABLE PIC X.
               05  PRY-ESTADO PIC X.

      *    Una linea por recibo y proyecto: el costo del recibo
      *    (grupo, periodo y tipo de la corrida que lo pago) que toca
      *    a ese proyecto, con el depto donde la poliza lo cargo.
       FD  COSTO-ARCHIVO.
           01  COSTO-REGISTRO.
               05  CPR-MES PIC 9(6).
               05  CPR-GRUPO PIC X(4).
               05  CPR-PERIODO PIC 9(6).
               05  CPR-TIPO PIC X.
               05  CPR-EMPLEADOS-ID PIC 9(6).
               05  CPR-DEPTO-CARGO PIC X(4).
               05  CPR-PROYECTO PIC X(6).
               05  CPR-DEPTO-PROYECTO PIC X(4).
               05  CPR-CAPITALIZABLE PIC X.
               05  CPR-BRUTO PIC S9(9)V99.
               05  CPR-PATRONAL PIC S9(9)V99.

       FD  TRABAJO-ARCHIVO.
           01  TRABAJO-REGISTRO PIC X(60).

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
           01  RESULTADOS-STATUS PIC XX.
           01  CALENDARIO-STATUS PIC XX.
           01  HORAS-PROYECTO-STATUS PIC XX.
           01  PROYECTOS-STATUS PIC XX.
           01  COSTO-STATUS PIC XX.
           01  TRABAJO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-RESULTADOS PIC X.
           01  FIN-CALENDARIO PIC X.
           01  FIN-HORAS-PROYECTO PIC X.
           01  FIN-COSTO PIC X.
           01  FIN-TRABAJO PIC X.
           01  HAY-HORAS PIC X VALUE 'N'.
           01  HAY-PROYECTOS PIC X VALUE 'N'.

           01  MES-TXT PIC X(30)
               VALUE 'Mes a costear (AAAAMM): '.
           01  MES-ENTRADA PIC X(6).
           01  MES-VALIDO PIC X.
           01  MES-COSTEO PIC 9(6).
           01  MES-RECIBO PIC 9(6).

      *    Fechas de pago por grupo y periodo.
           01  MAXIMO-CALENDARIO PIC 9(3) VALUE 500.
           01  TOTAL-CALENDARIO PIC 9(3) VALUE ZERO.
           01  INDICE-CALENDARIO PIC 9(3).
           01  TABLA-CALENDARIO.
               05  CALENDARIO-ENTRADA OCCURS 500 TIMES.
                   10  TCA-GRUPO PIC X(4).
                   10  TCA-PERIODO PIC 9(6).
                   10  TCA-FECHA-PAGO PIC 9(8).

      *    Horas aprobadas del mes del empleado en proceso.
           01  ID-EN-PROCESO PIC 9(6).
           01  MAXIMO-PARTES PIC 99 VALUE 20.
           01  TOTAL-PARTES PIC 99.
           01  INDICE-PARTE PIC 99.
           01  TABLA-PARTES.
               05  PARTE-ENTRADA OCCURS 20 TIMES.
                   10  PARTE-PROYECTO PIC X(6).
                   10  PARTE-DEPARTAMENTO PIC X(4).
                   10  PARTE-CAPITALIZABLE PIC X.
                   10  PARTE-HORAS PIC 9(4).
           01  HORAS-EMPLEADO PIC 9(5).
           01  BRUTO-PARTE PIC S9(9)V99.
           01  PATRONAL-PARTE PIC S9(9)V99.
           01  BRUTO-RESTANTE PIC S9(9)V99.
           01  PATRONAL-RESTANTE PIC S9(9)V99.
           01  EMPLEADO-SIN-HORAS PIC X.

      *    Acumulados por proyecto para el reporte.
           01  MAXIMO-PROYECTOS PIC 9(3) VALUE 300.
           01  TOTAL-PROYECTOS PIC 9(3) VALUE ZERO.
           01  INDICE-PROYECTO PIC 9(3).
           01  PROYECTO-HALLADO PIC X.
           01  TABLA-PROYECTOS.
               05  PROYECTO-ENTRADA OCCURS 300 TIMES.
                   10  TPR-CODIGO PIC X(6).
                   10  TPR-DEPARTAMENTO PIC X(4).
                   10  TPR-CAPITALIZABLE PIC X.
                   10  TPR-HORAS PIC 9(7).
                   10  TPR-BRUTO PIC S9(11)V99.
                   10  TPR-PATRONAL PIC S9(11)V99.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECIBOS-MES PIC 9(6) VALUE ZERO.
           01  TOTAL-LINEAS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-PROYECTO PIC 9(6) VALUE ZERO.
           01  TOTAL-EMPLEADOS-SIN-HORAS PIC 9(6) VALUE ZERO.
           01  TOTAL-NOMINA PIC S9(13)V99 VALUE ZERO.
           01  TOTAL-REPARTIDO PIC S9(13)V99 VALUE ZERO.
           01  TOTAL-CAPITALIZABLE PIC S9(13)V99 VALUE ZERO.
           01  TOTAL-SIN-HORAS PIC S9(13)V99 VALUE ZERO.
           01  DIFERENCIA PIC S9(13)V99.

           01  LINEA-TITULO.
               05  FILLER PIC X(42)
                   VALUE 'COSTO DE MANO DE OBRA POR PROYECTO - MES '.
               05  TIT-MES PIC 9(6).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(40)
                   VALUE 'PROYEC DEPT CAP   HORAS          BRUTO  '.
               05  FILLER PIC X(40)
                   VALUE '      PATRONAL           TOTAL          '.

           01  LINEA-DETALLE.
               05  DET-PROYECTO PIC X(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  DET-CAPITALIZABLE PIC X.
               05  FILLER PIC X VALUE SPACE.
               05  DET-HORAS PIC ZZZ,ZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  DET-BRUTO PIC ---,---,--9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-PATRONAL PIC ---,---,--9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-TOTAL PIC -,---,---,--9.99.

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-IMPORTE PIC -,---,---,---,--9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE 'N' TO MES-VALIDO.
           PERFORM OBTENER-MES UNTIL MES-VALIDO = 'S'.
           MOVE MES-ENTRADA TO MES-COSTEO.
           PERFORM CARGAR-CALENDARIO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CONSERVAR-OTROS-MESES.
           PERFORM RECORRER-RESULTADOS.
           PERFORM ESCRIBIR-REPORTE.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Recibos del mes: ' TOTAL-RECIBOS-MES
               ' Lineas de costo: ' TOTAL-LINEAS.
           DISPLAY 'Empleados sin horas aprobadas: '
               TOTAL-EMPLEADOS-SIN-HORAS.
           IF TOTAL-SIN-PROYECTO > ZERO
               DISPLAY 'Horas a proyectos inexistentes: '
                   TOTAL-SIN-PROYECTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'Reporte en costo_proyectos.txt; detalle para la '
               'poliza en costo_proyectos.dat.'.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       OBTENER-MES.
           DISPLAY MES-TXT.
           ACCEPT MES-ENTRADA.
           IF MES-ENTRADA IS NUMERIC AND
                   MES-ENTRADA(1:4) > '1999' AND
                   MES-ENTRADA(5:2) >= '01' AND
                   MES-ENTRADA(5:2) <= '12'
               MOVE 'S' TO MES-VALIDO
           ELSE
               DISPLAY 'Mes invalido: introduce AAAAMM.'
           END-IF.

       CARGAR-CALENDARIO.
           MOVE ZERO TO TOTAL-CALENDARIO.
           OPEN INPUT CALENDARIO-ARCHIVO.
           IF CALENDARIO-STATUS = '00'
               MOVE 'N' TO FIN-CALENDARIO
               PERFORM UNTIL FIN-CALENDARIO = 'S'
                   READ CALENDARIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CALENDARIO
                       NOT AT END
                           IF TOTAL-CALENDARIO < MAXIMO-CALENDARIO
                               ADD 1 TO TOTAL-CALENDARIO
                               MOVE CAL-GRUPO
                                   TO TCA-GRUPO(TOTAL-CALENDARIO)
                               MOVE CAL-PERIODO
                                   TO TCA-PERIODO(TOTAL-CALENDARIO)
                               MOVE CAL-FECHA-PAGO
                                   TO TCA-FECHA-PAGO(TOTAL-CALENDARIO)
                           ELSE
                               DISPLAY 'Aviso: mas de '
                                   MAXIMO-CALENDARIO ' periodos en '
                                   'calendario_nomina.dat; se omite '
                                   CAL-GRUPO '/' CAL-PERIODO '.'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDARIO-ARCHIVO.

       ABRIR-ARCHIVOS.
           OPEN INPUT RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS NOT = '00'
               DISPLAY 'No existe resultados_nomina.dat; corra '
                   'primero RECIBOS-NOMINA. STATUS ='
                   RESULTADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HORAS-PROYECTO-ARCHIVO.
           IF HORAS-PROYECTO-STATUS = '00'
               MOVE 'S' TO HAY-HORAS
           END-IF.
           OPEN INPUT PROYECTOS-ARCHIVO.
           IF PROYECTOS-STATUS = '00'
               MOVE 'S' TO HAY-PROYECTOS
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE HORAS-PROYECTO-ARCHIVO.
           CLOSE PROYECTOS-ARCHIVO.
           CLOSE COSTO-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *    Pasa las lineas de los otros meses al archivo de trabajo y
      *    las vuelca de regreso (misma mecanica que
      *    AprobacionHoras-78); el mes en curso se escribe de nuevo
      *    al final, asi una segunda corrida lo reemplaza.
       CONSERVAR-OTROS-MESES.
           OPEN OUTPUT TRABAJO-ARCHIVO.
           OPEN INPUT COSTO-ARCHIVO.
           IF COSTO-STATUS = '00'
               MOVE 'N' TO FIN-COSTO
               PERFORM UNTIL FIN-COSTO = 'S'
                   READ COSTO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-COSTO
                       NOT AT END
                           IF CPR-MES NOT = MES-COSTEO
                               MOVE COSTO-REGISTRO TO TRABAJO-REGISTRO
                               WRITE TRABAJO-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COSTO-ARCHIVO.
           CLOSE TRABAJO-ARCHIVO.
           OPEN INPUT TRABAJO-ARCHIVO.
           OPEN OUTPUT COSTO-ARCHIVO.
           IF COSTO-STATUS NOT = '00'
               DISPLAY 'Error de archivo COSTO. STATUS =' COSTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO FIN-TRABAJO.
           PERFORM UNTIL FIN-TRABAJO = 'S'
               READ TRABAJO-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-TRABAJO
                   NOT AT END
                       MOVE TRABAJO-REGISTRO TO COSTO-REGISTRO
                       WRITE COSTO-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE TRABAJO-ARCHIVO.

      *    resultados_nomina.dat viene por ID: las horas del mes se
      *    juntan una vez por empleado.
       RECORRER-RESULTADOS.
           MOVE ZERO TO ID-EN-PROCESO.
           MOVE LOW-VALUES TO RES-CLAVE.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO
                   KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
           PERFORM UNTIL FIN-RESULTADOS = 'S'
               READ RESULTADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
                       ADD 1 TO TOTAL-LEIDOS
                       PERFORM DETERMINAR-MES-RECIBO
                       IF MES-RECIBO = MES-COSTEO
                           PERFORM COSTEAR-RECIBO
                       END-IF
               END-READ
           END-PERFORM.

      *    Mes de la fecha de pago del grupo y periodo; sin
      *    calendario, el periodo AAAAMM del grupo mensual.
       DETERMINAR-MES-RECIBO.
           MOVE RES-PERIODO TO MES-RECIBO.
           PERFORM VARYING INDICE-CALENDARIO FROM 1 BY 1
                   UNTIL INDICE-CALENDARIO > TOTAL-CALENDARIO
               IF TCA-GRUPO(INDICE-CALENDARIO) = RES-GRUPO AND
                       TCA-PERIODO(INDICE-CALENDARIO) = RES-PERIODO
                   MOVE TCA-FECHA-PAGO(INDICE-CALENDARIO)(1:6)
                       TO MES-RECIBO
               END-IF
           END-PERFORM.

       COSTEAR-RECIBO.
           ADD 1 TO TOTAL-RECIBOS-MES.
           ADD RES-BRUTO TO TOTAL-NOMINA.
           ADD RES-PATRONAL TO TOTAL-NOMINA.
           IF RES-EMPLEADOS-ID NOT = ID-EN-PROCESO
               MOVE RES-EMPLEADOS-ID TO ID-EN-PROCESO
               PERFORM JUNTAR-HORAS-EMPLEADO
           END-IF.
           IF HORAS-EMPLEADO = ZERO
               ADD RES-BRUTO TO TOTAL-SIN-HORAS
               ADD RES-PATRONAL TO TOTAL-SIN-HORAS
           ELSE
               PERFORM REPARTIR-RECIBO
           END-IF.

      *    Horas aprobadas de las semanas cuyo lunes cae en el mes,
      *    sumadas por proyecto.
       JUNTAR-HORAS-EMPLEADO.
           MOVE ZERO TO TOTAL-PARTES.
           MOVE ZERO TO HORAS-EMPLEADO.
           IF HAY-HORAS = 'S'
               MOVE ID-EN-PROCESO TO HPR-EMPLEADOS-ID
               COMPUTE HPR-SEMANA = MES-COSTEO * 100
               MOVE LOW-VALUES TO HPR-PROYECTO
               MOVE 'N' TO FIN-HORAS-PROYECTO
               START HORAS-PROYECTO-ARCHIVO
                       KEY IS NOT LESS THAN HPR-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-HORAS-PROYECTO
               END-START
               PERFORM UNTIL FIN-HORAS-PROYECTO = 'S'
                   READ HORAS-PROYECTO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-HORAS-PROYECTO
                       NOT AT END
                           IF HPR-EMPLEADOS-ID NOT = ID-EN-PROCESO OR
                                   HPR-SEMANA(1:6) NOT = MES-ENTRADA
                               MOVE 'S' TO FIN-HORAS-PROYECTO
                           ELSE
                               IF HPR-APROBADA
                                   PERFORM ANOTAR-HORAS-PARTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF HORAS-EMPLEADO = ZERO
               ADD 1 TO TOTAL-EMPLEADOS-SIN-HORAS
           END-IF.

       ANOTAR-HORAS-PARTE.
           PERFORM VARYING INDICE-PARTE FROM 1 BY 1
                   UNTIL INDICE-PARTE > TOTAL-PARTES
                   OR PARTE-PROYECTO(INDICE-PARTE) = HPR-PROYECTO
               CONTINUE
           END-PERFORM.
           IF INDICE-PARTE > TOTAL-PARTES
               IF TOTAL-PARTES < MAXIMO-PARTES
                   ADD 1 TO TOTAL-PARTES
                   MOVE HPR-PROYECTO TO PARTE-PROYECTO(TOTAL-PARTES)
                   MOVE ZERO TO PARTE-HORAS(TOTAL-PARTES)
                   PERFORM BUSCAR-PROYECTO
               ELSE
                   DISPLAY 'Aviso: el ID ' ID-EN-PROCESO ' tiene mas '
                       'de ' MAXIMO-PARTES ' proyectos en el mes; se '
                       'omite ' HPR-PROYECTO '.'
               END-IF
           END-IF.
           IF INDICE-PARTE <= TOTAL-PARTES
               ADD HPR-HORAS TO PARTE-HORAS(INDICE-PARTE)
               ADD HPR-HORAS TO HORAS-EMPLEADO
               PERFORM ACUMULAR-HORAS-PROYECTO
           END-IF.

      *    Depto dueno y marca de capitalizable del proyecto; uno que
      *    ya no existe en proyectos.dat se costea sin capitalizar.
       BUSCAR-PROYECTO.
           MOVE SPACES TO PARTE-DEPARTAMENTO(TOTAL-PARTES).
           MOVE 'N' TO PARTE-CAPITALIZABLE(TOTAL-PARTES).
           MOVE 'N' TO PROYECTO-HALLADO.
           IF HAY-PROYECTOS = 'S'
               MOVE HPR-PROYECTO TO PRY-CODIGO
               READ PROYECTOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO PROYECTO-HALLADO
                       MOVE PRY-DEPARTAMENTO
                           TO PARTE-DEPARTAMENTO(TOTAL-PARTES)
                       MOVE PRY-CAPITALIZABLE
                           TO PARTE-CAPITALIZABLE(TOTAL-PARTES)
               END-READ
           END-IF.
           IF PROYECTO-HALLADO = 'N'
               ADD 1 TO TOTAL-SIN-PROYECTO
               DISPLAY 'Aviso: el proyecto ' HPR-PROYECTO ' del ID '
                   ID-EN-PROCESO ' no esta en proyectos.dat.'
           END-IF.

      *    Reparte el bruto y la cuota patronal del recibo por horas,
      *    la ultima porcion por diferencia para no perder centavos.
       REPARTIR-RECIBO.
           MOVE RES-BRUTO TO BRUTO-RESTANTE.
           MOVE RES-PATRONAL TO PATRONAL-RESTANTE.
           PERFORM VARYING INDICE-PARTE FROM 1 BY 1
                   UNTIL INDICE-PARTE > TOTAL-PARTES
               IF INDICE-PARTE = TOTAL-PARTES
                   MOVE BRUTO-RESTANTE TO BRUTO-PARTE
                   MOVE PATRONAL-RESTANTE TO PATRONAL-PARTE
               ELSE
                   COMPUTE BRUTO-PARTE ROUNDED = RES-BRUTO *
                       PARTE-HORAS(INDICE-PARTE) / HORAS-EMPLEADO
                   COMPUTE PATRONAL-PARTE ROUNDED = RES-PATRONAL *
                       PARTE-HORAS(INDICE-PARTE) / HORAS-EMPLEADO
                   SUBTRACT BRUTO-PARTE FROM BRUTO-RESTANTE
                   SUBTRACT PATRONAL-PARTE FROM PATRONAL-RESTANTE
               END-IF
               PERFORM ESCRIBIR-LINEA-COSTO
               PERFORM ACUMULAR-COSTO-PROYECTO
           END-PERFORM.

       ESCRIBIR-LINEA-COSTO.
           MOVE MES-COSTEO TO CPR-MES.
           MOVE RES-GRUPO TO CPR-GRUPO.
           MOVE RES-PERIODO TO CPR-PERIODO.
           MOVE RES-TIPO TO CPR-TIPO.
           MOVE RES-EMPLEADOS-ID TO CPR-EMPLEADOS-ID.
           MOVE RES-DEPARTAMENTO TO CPR-DEPTO-CARGO.
           MOVE PARTE-PROYECTO(INDICE-PARTE) TO CPR-PROYECTO.
           MOVE PARTE-DEPARTAMENTO(INDICE-PARTE) TO CPR-DEPTO-PROYECTO.
           MOVE PARTE-CAPITALIZABLE(INDICE-PARTE) TO CPR-CAPITALIZABLE.
           MOVE BRUTO-PARTE TO CPR-BRUTO.
           MOVE PATRONAL-PARTE TO CPR-PATRONAL.
           WRITE COSTO-REGISTRO.
           ADD 1 TO TOTAL-LINEAS.

       BUSCAR-PROYECTO-TABLA.
           MOVE 'N' TO PROYECTO-HALLADO.
           PERFORM VARYING INDICE-PROYECTO FROM 1 BY 1
                   UNTIL INDICE-PROYECTO > TOTAL-PROYECTOS
                   OR PROYECTO-HALLADO = 'S'
               IF TPR-CODIGO(INDICE-PROYECTO) =
                       PARTE-PROYECTO(INDICE-PARTE)
                   MOVE 'S' TO PROYECTO-HALLADO
               END-IF
           END-PERFORM.
           IF PROYECTO-HALLADO = 'S'
               SUBTRACT 1 FROM INDICE-PROYECTO
           ELSE
               IF TOTAL-PROYECTOS < MAXIMO-PROYECTOS
                   ADD 1 TO TOTAL-PROYECTOS
                   MOVE TOTAL-PROYECTOS TO INDICE-PROYECTO
                   MOVE 'S' TO PROYECTO-HALLADO
                   MOVE PARTE-PROYECTO(INDICE-PARTE)
                       TO TPR-CODIGO(INDICE-PROYECTO)
                   MOVE PARTE-DEPARTAMENTO(INDICE-PARTE)
                       TO TPR-DEPARTAMENTO(INDICE-PROYECTO)
                   MOVE PARTE-CAPITALIZABLE(INDICE-PARTE)
                       TO TPR-CAPITALIZABLE(INDICE-PROYECTO)
                   MOVE ZERO TO TPR-HORAS(INDICE-PROYECTO)
                   MOVE ZERO TO TPR-BRUTO(INDICE-PROYECTO)
                   MOVE ZERO TO TPR-PATRONAL(INDICE-PROYECTO)
               END-IF
           END-IF.

       ACUMULAR-HORAS-PROYECTO.
           PERFORM BUSCAR-PROYECTO-TABLA.
           IF PROYECTO-HALLADO = 'S'
               ADD HPR-HORAS TO TPR-HORAS(INDICE-PROYECTO)
           END-IF.

       ACUMULAR-COSTO-PROYECTO.
           ADD BRUTO-PARTE TO TOTAL-REPARTIDO.
           ADD PATRONAL-PARTE TO TOTAL-REPARTIDO.
           IF PARTE-CAPITALIZABLE(INDICE-PARTE) = 'S'
               ADD BRUTO-PARTE TO TOTAL-CAPITALIZABLE
               ADD PATRONAL-PARTE TO TOTAL-CAPITALIZABLE
           END-IF.
           PERFORM BUSCAR-PROYECTO-TABLA.
           IF PROYECTO-HALLADO = 'S'
               ADD BRUTO-PARTE TO TPR-BRUTO(INDICE-PROYECTO)
               ADD PATRONAL-PARTE TO TPR-PATRONAL(INDICE-PROYECTO)
           END-IF.

      *    Reporte por proyecto y cuadre contra la nomina del mes:
      *    repartido + sin horas = bruto + patronal de los recibos.
       ESCRIBIR-REPORTE.
           MOVE MES-COSTEO TO TIT-MES.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-PROYECTO FROM 1 BY 1
                   UNTIL INDICE-PROYECTO > TOTAL-PROYECTOS
               MOVE TPR-CODIGO(INDICE-PROYECTO) TO DET-PROYECTO
               MOVE TPR-DEPARTAMENTO(INDICE-PROYECTO)
                   TO DET-DEPARTAMENTO
               MOVE TPR-CAPITALIZABLE(INDICE-PROYECTO)
                   TO DET-CAPITALIZABLE
               MOVE TPR-HORAS(INDICE-PROYECTO) TO DET-HORAS
               MOVE TPR-BRUTO(INDICE-PROYECTO) TO DET-BRUTO
               MOVE TPR-PATRONAL(INDICE-PROYECTO) TO DET-PATRONAL
               COMPUTE DET-TOTAL = TPR-BRUTO(INDICE-PROYECTO) +
                   TPR-PATRONAL(INDICE-PROYECTO)
               MOVE LINEA-DETALLE TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Costo repartido a proyectos' TO TOT-TEXTO.
           MOVE TOTAL-REPARTIDO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE '  de ello capitalizable' TO TOT-TEXTO.
           MOVE TOTAL-CAPITALIZABLE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Costo sin horas (queda en su depto)' TO TOT-TEXTO.
           MOVE TOTAL-SIN-HORAS TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Bruto + patronal de la nomina del mes' TO TOT-TEXTO.
           MOVE TOTAL-NOMINA TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE DIFERENCIA =
               TOTAL-NOMINA - TOTAL-REPARTIDO - TOTAL-SIN-HORAS.
           MOVE 'Diferencia' TO TOT-TEXTO.
           MOVE DIFERENCIA TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'COSTO-PROYECTOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-RECIBOS-MES TO RUN-LEIDOS
               MOVE TOTAL-LINEAS TO RUN-ESCRITOS
               MOVE TOTAL-SIN-PROYECTO TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM COSTO-PROYECTOS.
