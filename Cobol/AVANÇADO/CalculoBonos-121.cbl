      ******************************************************************
      * Author:
      * Date:
      * Purpose: Corrida del bono anual de desempeno en dos pasadas,
      *          como RevisionSalarial-26. La pasada de PROPUESTA toma
      *          el plan del ano de planes_bono.dat (PlanBonos-120) y
      *          calcula para cada permanente activo:
      *              salario anual x objetivo del depto x factor de
      *              empresa x multiplicador de su calificacion en
      *              revisiones.dat x dias elegibles del ano / dias
      *              del ano
      *          prorrateando por la fecha de contratacion y sin los
      *          dias de licencia sin goce aprobados del ano; queda en
      *          cero quien tiene un acta final viva en disciplina.dat
      *          o no tiene revision terminada del ciclo. Deja el
      *          reporte bonos_propuesta.txt y el archivo
      *          bonos_propuestos.dat, que se revisa (se quitan o
      *          corrigen lineas) y pasa a ser el aprobado. La pasada
      *          de APLICACION carga cada bono aprobado como
      *          percepcion en percepciones_empleado.dat con el codigo
      *          de pago del plan, en el periodo que se indique; una
      *          segunda carga del mismo periodo reemplaza el importe
      *          (mismo criterio que ENCOLAR-BONO en Aguinaldo-73).
      *          Sustituye la hoja de calculo y la captura a mano.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-BONOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL PLANES-BONO-ARCHIVO
           ASSIGN TO 'planes_bono.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANES-BONO-STATUS.

      *    Revisiones de desempeno (RevisionesDesempeno-86), clave ID
      *    + ciclo: la calificacion del ciclo = ano del plan.
           SELECT OPTIONAL REVISIONES-ARCHIVO
           ASSIGN TO 'revisiones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS REV-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS REVISIONES-STATUS.

      *    Actas disciplinarias (Disciplina-87).
           SELECT OPTIONAL DISCIPLINA-ARCHIVO
           ASSIGN TO 'disciplina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DIS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS DISCIPLINA-STATUS.

           SELECT OPTIONAL PROPUESTAS-ARCHIVO
           ASSIGN TO 'bonos_propuestos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROPUESTAS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'bonos_propuesta.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

           SELECT OPTIONAL PERC-EMP-ARCHIVO
           ASSIGN TO 'percepciones_empleado.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PEM-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PERC-EMP-STATUS.

      *    Licencias sin goce aprobadas (Vacaciones-33 con los tipos
      *    de TiposLicencia-127): sus dias no cuentan como elegibles.
           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'solicitudes_vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
           ASSIGN TO 'tipos_licencia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPOS-LICENCIA-STATUS.

      *    Bitacora estandar de corridas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  PLANES-BONO-ARCHIVO.
           01  PLANES-BONO-REGISTRO.
               05  BON-ANO PIC 9(4).
               05  BON-TIPO PIC X.
                   88  BON-LINEA-EMPRESA VALUE 'E'.
                   88  BON-LINEA-OBJETIVO VALUE 'D'.
                   88  BON-LINEA-MULTIPLICADOR VALUE 'M'.
               05  BON-CLAVE PIC X(4).
               05  BON-VALOR PIC 9(3)V99.
               05  BON-PERCEPCION PIC X(4).

       FD  REVISIONES-ARCHIVO.
           01  REVISIONES-REGISTRO.
               05  REV-CLAVE.
                   10  REV-EMPLEADOS-ID PIC 9(6).
                   10  REV-CICLO PIC 9(4).
               05  REV-FECHA-DEBIDA PIC 9(8).
               05  REV-FECHA-REVISION PIC 9(8).
               05  REV-CALIFICACION PIC X(2).
               05  REV-REVISOR PIC 9(6).

       FD  DISCIPLINA-ARCHIVO.
           01  DISCIPLINA-REGISTRO.
               05  DIS-ID PIC 9(6).
               05  DIS-EMPLEADOS-ID PIC 9(6).
               05  DIS-FECHA PIC 9(8).
               05  DIS-NIVEL PIC X.
                   88  ACTA-FINAL VALUE 'F'.
               05  DIS-MOTIVO PIC X(4).
               05  DIS-VENCE PIC 9(8).
               05  DIS-ESTADO PIC X.
                   88  ACTA-ACTIVA VALUE 'A'.

      *    Una linea por bono propuesto mayor que cero; es el archivo
      *    que se aprueba y se carga en la pasada A.
       FD  PROPUESTAS-ARCHIVO.
           01  PROPUESTAS-REGISTRO.
               05  BNP-ID PIC 9(6).
               05  BNP-DEPARTAMENTO PIC X(4).
               05  BNP-ANO PIC 9(4).
               05  BNP-MONTO PIC 9(7)V99.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(100).

       FD  PERC-EMP-ARCHIVO.
           01  PERC-EMP-REGISTRO.
               05  PEM-CLAVE.
                   10  PEM-EMPLEADOS-ID PIC 9(6).
                   10  PEM-PERIODO PIC 9(6).
                   10  PEM-CODIGO PIC X(4).
               05  PEM-MONTO PIC 9(7)V99.

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
                   88  SOLICITUD-APROBADA VALUE 'A'.
                   88  SOLICITUD-TOMADA VALUE 'T'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
                   88  TLI-SIN-GOCE VALUE 'S'.
               05  TLI-PORCENTAJE PIC 9(3).
               05  TLI-USA-SALDO PIC X.

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
           01  EMPLEADOS-STATUS PIC XX.
           01  PLANES-BONO-STATUS PIC XX.
           01  REVISIONES-STATUS PIC XX.
           01  DISCIPLINA-STATUS PIC XX.
           01  PROPUESTAS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  PERC-EMP-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-DEL-ARCHIVO PIC X.
           01  FIN-PLANES-BONO PIC X.
           01  FIN-DISCIPLINA PIC X.
           01  MODO-CORRIDA PIC X.
           01  HAY-REVISIONES PIC X VALUE 'N'.
           01  HAY-DISCIPLINA PIC X VALUE 'N'.

           01  ANO-TXT PIC X(24)
               VALUE 'Ano del plan (AAAA): '.
           01  PERIODO-TXT PIC X(40)
               VALUE 'Periodo de pago del bono (AAAAMM): '.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-VALIDO PIC X.
           01  PERIODO-ENTRADA PIC X(6).
           01  PERIODO-VALIDO PIC X.

      *    Plan del ano cargado en memoria; la ultima linea de cada
      *    tipo y clave reemplaza a las anteriores.
           01  ANO-PLAN PIC 9(4).
           01  HAY-PLAN-EMPRESA PIC X.
           01  FACTOR-EMPRESA PIC 9(3)V99.
           01  CODIGO-PAGO PIC X(4).
           01  TOTAL-OBJETIVOS PIC 9(3) VALUE ZERO.
           01  INDICE-OBJETIVO PIC 9(3).
           01  TABLA-OBJETIVOS.
               05  OBJETIVO-ENTRADA OCCURS 100 TIMES.
                   10  TOB-DEPARTAMENTO PIC X(4).
                   10  TOB-PORCENTAJE PIC 9(3)V99.
           01  TOTAL-MULTIPLICADORES PIC 99 VALUE ZERO.
           01  INDICE-MULTIPLICADOR PIC 99.
           01  TABLA-MULTIPLICADORES.
               05  MULTIPLICADOR-ENTRADA OCCURS 20 TIMES.
                   10  TMU-CALIFICACION PIC X(2).
                   10  TMU-PORCENTAJE PIC 9(3)V99.

      *    Licencias sin goce aprobadas o tomadas que traslapan el ano
      *    del plan, con el pais del tipo para casarlas con el del
      *    empleado.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-TIPOS PIC X.
           01  TOTAL-TIPOS-SIN-GOCE PIC 9(3) VALUE ZERO.
           01  INDICE-TIPO-LIC PIC 9(3).
           01  TABLA-TIPOS-SIN-GOCE.
               05  TIPO-SIN-GOCE-ENTRADA OCCURS 100 TIMES.
                   10  TSG-PAIS PIC X(2).
                   10  TSG-CODIGO PIC X(4).
           01  MAXIMO-LICENCIAS PIC 9(4) VALUE 2000.
           01  TOTAL-LICENCIAS PIC 9(4) VALUE ZERO.
           01  INDICE-LICENCIA PIC 9(4).
           01  TABLA-LICENCIAS.
               05  LICENCIA-ENTRADA OCCURS 2000 TIMES.
                   10  LIC-ID PIC 9(6).
                   10  LIC-TIPO PIC X(4).
                   10  LIC-DESDE PIC 9(8).
                   10  LIC-HASTA PIC 9(8).
           01  LICENCIA-INICIO PIC 9(8).
           01  LICENCIA-FIN PIC 9(8).
           01  ES-SIN-GOCE PIC X.

      *    Empleado en proceso.
           01  FECHA-HOY PIC 9(8).
           01  INICIO-PLAN PIC 9(8).
           01  FIN-PLAN PIC 9(8).
           01  DIAS-PLAN PIC 9(3).
           01  FECHA-ALTA PIC 9(8).
           01  DIAS-ELEGIBLES PIC S9(5).
           01  SALARIO-ANUAL PIC 9(9)V99.
           01  OBJETIVO-EMPLEADO PIC 9(3)V99.
           01  OBJETIVO-GENERAL PIC 9(3)V99.
           01  HAY-OBJETIVO-GENERAL PIC X.
           01  OBJETIVO-ENCONTRADO PIC X.
           01  CALIFICACION-EMPLEADO PIC X(2).
           01  MULTIPLICADOR-EMPLEADO PIC 9(3)V99.
           01  MULTIPLICADOR-ENCONTRADO PIC X.
           01  ACTA-FINAL-VIVA PIC X.
           01  IMPORTE-BONO PIC 9(7)V99.
           01  NOTA-BONO PIC X(18).

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-PROPUESTOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EN-CERO PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-OBJETIVO PIC 9(6) VALUE ZERO.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-APLICADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-NO-APLICADOS PIC 9(6) VALUE ZERO.
           01  CAPTURA-EXISTE PIC X.

           01  LINEA-TITULO.
               05  FILLER PIC X(30)
                   VALUE 'PROPUESTA DE BONO ANUAL - PLAN'.
               05  FILLER PIC X VALUE SPACE.
               05  TIT-ANO PIC 9(4).
               05  FILLER PIC X(17) VALUE '  factor empresa '.
               05  TIT-FACTOR PIC ZZ9.99.
               05  FILLER PIC X(9) VALUE '%  codigo'.
               05  FILLER PIC X VALUE SPACE.
               05  TIT-CODIGO PIC X(4).

           01  LINEA-ENCABEZADO.
               05  FILLER PIC X(40)
                   VALUE 'ID     NOMBRE               DEPT SAL.ANU'.
               05  FILLER PIC X(40)
                   VALUE 'AL   OBJ% CA  MULT% DIA       BONO  NOTA'.

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X VALUE SPACE.
               05  DET-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  DET-SALARIO PIC Z,ZZZ,ZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  DET-OBJETIVO PIC ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-CALIFICACION PIC X(2).
               05  FILLER PIC X VALUE SPACE.
               05  DET-MULTIPLICADOR PIC ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  DET-DIAS PIC ZZ9.
               05  FILLER PIC X VALUE SPACE.
               05  DET-BONO PIC ZZZ,ZZ9.99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-NOTA PIC X(18).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CONTEO PIC ZZZ,ZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  TOT-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY 'Modo de corrida (P=propuesta, A=aplicar):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'P'
                   PERFORM CORRIDA-PROPUESTA
               WHEN 'A'
                   PERFORM CORRIDA-APLICACION
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

      *----------------------------------------------------------------
      *    Pasada 1: calcula los bonos sin tocar la nomina.
      *----------------------------------------------------------------
       CORRIDA-PROPUESTA.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM OBTENER-ANO UNTIL ANO-VALIDO = 'S'.
           MOVE ANO-ENTRADA TO ANO-PLAN.
           PERFORM CARGAR-PLAN.
           IF HAY-PLAN-EMPRESA = 'N'
               DISPLAY 'No hay linea de empresa para el plan '
                   ANO-PLAN ' en planes_bono.dat; capturela en '
                   'PLAN-BONOS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE INICIO-PLAN = ANO-PLAN * 10000 + 0101.
           COMPUTE FIN-PLAN = ANO-PLAN * 10000 + 1231.
           COMPUTE DIAS-PLAN =
               FUNCTION INTEGER-OF-DATE(FIN-PLAN) -
               FUNCTION INTEGER-OF-DATE(INICIO-PLAN) + 1.
           PERFORM CARGAR-LICENCIAS-SIN-GOCE.
           PERFORM ABRIR-ARCHIVOS-PROPUESTA.
           MOVE ANO-PLAN TO TIT-ANO.
           MOVE FACTOR-EMPRESA TO TIT-FACTOR.
           MOVE CODIGO-PAGO TO TIT-CODIGO.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-ENCABEZADO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE '1' TO FIN-DEL-ARCHIVO.
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
                       IF NOT STATUS-INATIVO AND TIPO-PERMANENTE
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM PROPONER-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REVISIONES-ARCHIVO.
           CLOSE DISCIPLINA-ARCHIVO.
           CLOSE PROPUESTAS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           DISPLAY 'Bonos propuestos: ' TOTAL-PROPUESTOS
               ' por ' TOTAL-IMPORTE.
           DISPLAY 'En cero: ' TOTAL-EN-CERO
               ' Sin objetivo: ' TOTAL-SIN-OBJETIVO.
           DISPLAY 'Reporte en bonos_propuesta.txt; si se aprueba '
               'bonos_propuestos.dat, vuelva a correr en modo A.'.
           IF TOTAL-SIN-OBJETIVO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       OBTENER-ANO.
           DISPLAY ANO-TXT.
           ACCEPT ANO-ENTRADA.
           IF ANO-ENTRADA IS NUMERIC AND ANO-ENTRADA > '1999'
               MOVE 'S' TO ANO-VALIDO
           ELSE
               DISPLAY 'Ano invalido: introduce AAAA.'
           END-IF.

      *    Carga el plan del ano: factor y codigo de la linea 'E',
      *    objetivos por depto y multiplicadores por calificacion.
      *    Una linea posterior con la misma clave pisa a la anterior.
       CARGAR-PLAN.
           MOVE 'N' TO HAY-PLAN-EMPRESA.
           MOVE 'N' TO HAY-OBJETIVO-GENERAL.
           MOVE ZERO TO FACTOR-EMPRESA.
           MOVE ZERO TO OBJETIVO-GENERAL.
           MOVE SPACES TO CODIGO-PAGO.
           MOVE ZERO TO TOTAL-OBJETIVOS.
           MOVE ZERO TO TOTAL-MULTIPLICADORES.
           OPEN INPUT PLANES-BONO-ARCHIVO.
           IF PLANES-BONO-STATUS = '00'
               MOVE 'N' TO FIN-PLANES-BONO
               PERFORM UNTIL FIN-PLANES-BONO = 'S'
                   READ PLANES-BONO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES-BONO
                       NOT AT END
                           IF BON-ANO = ANO-PLAN
                               PERFORM CARGAR-LINEA-PLAN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANES-BONO-ARCHIVO.

       CARGAR-LINEA-PLAN.
           EVALUATE TRUE
               WHEN BON-LINEA-EMPRESA
                   MOVE 'S' TO HAY-PLAN-EMPRESA
                   MOVE BON-VALOR TO FACTOR-EMPRESA
                   MOVE BON-PERCEPCION TO CODIGO-PAGO
               WHEN BON-LINEA-OBJETIVO AND BON-CLAVE = SPACES
                   MOVE 'S' TO HAY-OBJETIVO-GENERAL
                   MOVE BON-VALOR TO OBJETIVO-GENERAL
               WHEN BON-LINEA-OBJETIVO
                   PERFORM VARYING INDICE-OBJETIVO FROM 1 BY 1
                           UNTIL INDICE-OBJETIVO > TOTAL-OBJETIVOS
                           OR TOB-DEPARTAMENTO(INDICE-OBJETIVO) =
                               BON-CLAVE
                       CONTINUE
                   END-PERFORM
                   IF INDICE-OBJETIVO > TOTAL-OBJETIVOS
                       IF TOTAL-OBJETIVOS < 100
                           ADD 1 TO TOTAL-OBJETIVOS
                           MOVE BON-CLAVE TO
                               TOB-DEPARTAMENTO(TOTAL-OBJETIVOS)
                           MOVE BON-VALOR TO
                               TOB-PORCENTAJE(TOTAL-OBJETIVOS)
                       ELSE
                           DISPLAY 'Tabla de objetivos llena; se '
                               'omite el depto ' BON-CLAVE '.'
                       END-IF
                   ELSE
                       MOVE BON-VALOR TO
                           TOB-PORCENTAJE(INDICE-OBJETIVO)
                   END-IF
               WHEN BON-LINEA-MULTIPLICADOR
                   PERFORM VARYING INDICE-MULTIPLICADOR FROM 1 BY 1
                           UNTIL INDICE-MULTIPLICADOR >
                               TOTAL-MULTIPLICADORES
                           OR TMU-CALIFICACION(INDICE-MULTIPLICADOR)
                               = BON-CLAVE(1:2)
                       CONTINUE
                   END-PERFORM
                   IF INDICE-MULTIPLICADOR > TOTAL-MULTIPLICADORES
                       IF TOTAL-MULTIPLICADORES < 20
                           ADD 1 TO TOTAL-MULTIPLICADORES
                           MOVE BON-CLAVE(1:2) TO
                               TMU-CALIFICACION(TOTAL-MULTIPLICADORES)
                           MOVE BON-VALOR TO
                               TMU-PORCENTAJE(TOTAL-MULTIPLICADORES)
                       ELSE
                           DISPLAY 'Tabla de multiplicadores llena; '
                               'se omite la calificacion '
                               BON-CLAVE '.'
                       END-IF
                   ELSE
                       MOVE BON-VALOR TO
                           TMU-PORCENTAJE(INDICE-MULTIPLICADOR)
                   END-IF
           END-EVALUATE.

       ABRIR-ARCHIVOS-PROPUESTA.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN INPUT REVISIONES-ARCHIVO.
           IF REVISIONES-STATUS = '00'
               MOVE 'S' TO HAY-REVISIONES
           END-IF.
           OPEN INPUT DISCIPLINA-ARCHIVO.
           IF DISCIPLINA-STATUS = '00'
               MOVE 'S' TO HAY-DISCIPLINA
           END-IF.
           OPEN OUTPUT PROPUESTAS-ARCHIVO.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Dias elegibles: desde la contratacion (o el 1 de enero si
      *    es anterior) hasta el 31 de diciembre del ano del plan,
      *    menos los dias de licencia sin goce aprobada en ese tramo.
      *    Misma fecha de alta que AniversariosServicio-35.
       PROPONER-EMPLEADO.
           MOVE SPACES TO NOTA-BONO.
           MOVE ZERO TO IMPORTE-BONO.
           MOVE ZERO TO MULTIPLICADOR-EMPLEADO.
           MOVE SPACES TO CALIFICACION-EMPLEADO.
           IF PERM-FECHA-CONTRATACION IS NUMERIC AND
                   PERM-FECHA-CONTRATACION NOT = ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-ALTA
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-ALTA
           END-IF.
           IF FECHA-ALTA < INICIO-PLAN
               MOVE INICIO-PLAN TO FECHA-ALTA
           END-IF.
           IF FECHA-ALTA > FIN-PLAN
               MOVE ZERO TO DIAS-ELEGIBLES
           ELSE
               COMPUTE DIAS-ELEGIBLES =
                   FUNCTION INTEGER-OF-DATE(FIN-PLAN) -
                   FUNCTION INTEGER-OF-DATE(FECHA-ALTA) + 1
               PERFORM VARYING INDICE-LICENCIA FROM 1 BY 1
                       UNTIL INDICE-LICENCIA > TOTAL-LICENCIAS
                   IF LIC-ID(INDICE-LICENCIA) = EMPLEADOS-ID
                       PERFORM RESTAR-LICENCIA-SIN-GOCE
                   END-IF
               END-PERFORM
               IF DIAS-ELEGIBLES < ZERO
                   MOVE ZERO TO DIAS-ELEGIBLES
               END-IF
           END-IF.
           IF DIAS-ELEGIBLES > ZERO
               PERFORM CALCULAR-BONO-EMPLEADO
           END-IF.

       RESTAR-LICENCIA-SIN-GOCE.
           MOVE 'N' TO ES-SIN-GOCE.
           PERFORM VARYING INDICE-TIPO-LIC FROM 1 BY 1
                   UNTIL INDICE-TIPO-LIC > TOTAL-TIPOS-SIN-GOCE
               IF TSG-PAIS(INDICE-TIPO-LIC) = DIR-CODIGO-PAIS AND
                       TSG-CODIGO(INDICE-TIPO-LIC) =
                           LIC-TIPO(INDICE-LICENCIA)
                   MOVE 'S' TO ES-SIN-GOCE
               END-IF
           END-PERFORM.
           IF ES-SIN-GOCE = 'S'
               MOVE LIC-DESDE(INDICE-LICENCIA) TO LICENCIA-INICIO
               MOVE LIC-HASTA(INDICE-LICENCIA) TO LICENCIA-FIN
               IF LICENCIA-INICIO < FECHA-ALTA
                   MOVE FECHA-ALTA TO LICENCIA-INICIO
               END-IF
               IF LICENCIA-FIN > FIN-PLAN
                   MOVE FIN-PLAN TO LICENCIA-FIN
               END-IF
               IF LICENCIA-INICIO <= LICENCIA-FIN
                   COMPUTE DIAS-ELEGIBLES = DIAS-ELEGIBLES -
                       (FUNCTION INTEGER-OF-DATE(LICENCIA-FIN) -
                        FUNCTION INTEGER-OF-DATE(LICENCIA-INICIO) + 1)
               END-IF
           END-IF.

      *    Tipos sin goce de todos los paises y las solicitudes de
      *    otro tipo que VAC, aprobadas o tomadas, que traslapan el
      *    ano del plan (mismo criterio que CARGAR-LICENCIAS-PERIODO
      *    en RecibosNomina-21).
       CARGAR-LICENCIAS-SIN-GOCE.
           MOVE ZERO TO TOTAL-TIPOS-SIN-GOCE.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF TIPOS-LICENCIA-STATUS = '05' OR
                   TIPOS-LICENCIA-STATUS = '35'
               CLOSE TIPOS-LICENCIA-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-TIPOS
               PERFORM UNTIL FIN-TIPOS = 'S'
                   READ TIPOS-LICENCIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TIPOS
                       NOT AT END
                           IF TLI-SIN-GOCE AND
                                   TOTAL-TIPOS-SIN-GOCE < 100
                               ADD 1 TO TOTAL-TIPOS-SIN-GOCE
                               MOVE TLI-PAIS
                                   TO TSG-PAIS(TOTAL-TIPOS-SIN-GOCE)
                               MOVE TLI-CODIGO
                                   TO TSG-CODIGO(TOTAL-TIPOS-SIN-GOCE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIPOS-LICENCIA-ARCHIVO
           END-IF.
           MOVE ZERO TO TOTAL-LICENCIAS.
           IF TOTAL-TIPOS-SIN-GOCE > ZERO
               OPEN INPUT SOLICITUDES-ARCHIVO
               IF SOLICITUDES-STATUS = '00'
                   MOVE 'N' TO FIN-SOLICITUDES
                   PERFORM UNTIL FIN-SOLICITUDES = 'S'
                       READ SOLICITUDES-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-SOLICITUDES
                           NOT AT END
                               PERFORM ANOTAR-LICENCIA-ANO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SOLICITUDES-ARCHIVO
           END-IF.

       ANOTAR-LICENCIA-ANO.
           IF (SOLICITUD-APROBADA OR SOLICITUD-TOMADA) AND
                   SOL-TIPO NOT = SPACES AND SOL-TIPO NOT = 'VAC' AND
                   SOL-FECHA-DESDE <= FIN-PLAN AND
                   SOL-FECHA-HASTA >= INICIO-PLAN
               IF TOTAL-LICENCIAS < MAXIMO-LICENCIAS
                   ADD 1 TO TOTAL-LICENCIAS
                   MOVE SOL-EMPLEADOS-ID TO LIC-ID(TOTAL-LICENCIAS)
                   MOVE SOL-TIPO TO LIC-TIPO(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-DESDE TO LIC-DESDE(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-HASTA TO LIC-HASTA(TOTAL-LICENCIAS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-LICENCIAS
                       ' licencias en el ano; la solicitud ' SOL-ID
                       ' no rebaja dias elegibles.'
               END-IF
           END-IF.

       CALCULAR-BONO-EMPLEADO.
           IF PAGO-POR-HORA
               COMPUTE SALARIO-ANUAL ROUNDED =
                   EMPLEADOS-TARIFA-HORA * 2080
           ELSE
               COMPUTE SALARIO-ANUAL = EMPLEADOS-SALARIO * 12
           END-IF.
           PERFORM BUSCAR-OBJETIVO.
           IF OBJETIVO-ENCONTRADO = 'N'
               ADD 1 TO TOTAL-SIN-OBJETIVO
               MOVE 'SIN OBJETIVO' TO NOTA-BONO
           ELSE
               PERFORM BUSCAR-CALIFICACION
               PERFORM BUSCAR-ACTA-FINAL
               EVALUATE TRUE
                   WHEN ACTA-FINAL-VIVA = 'S'
                       MOVE 'ACTA FINAL VIVA' TO NOTA-BONO
                   WHEN CALIFICACION-EMPLEADO = SPACES
                       MOVE 'SIN REVISION' TO NOTA-BONO
                   WHEN MULTIPLICADOR-ENCONTRADO = 'N'
                       MOVE 'CALIF SIN MULT' TO NOTA-BONO
                   WHEN OTHER
                       COMPUTE IMPORTE-BONO ROUNDED =
                           SALARIO-ANUAL * OBJETIVO-EMPLEADO / 100 *
                           FACTOR-EMPRESA / 100 *
                           MULTIPLICADOR-EMPLEADO / 100 *
                           DIAS-ELEGIBLES / DIAS-PLAN
               END-EVALUATE
           END-IF.
           PERFORM ESCRIBIR-DETALLE.
           IF IMPORTE-BONO > ZERO
               MOVE EMPLEADOS-ID TO BNP-ID
               MOVE EMPLEADOS-DEPARTAMENTO TO BNP-DEPARTAMENTO
               MOVE ANO-PLAN TO BNP-ANO
               MOVE IMPORTE-BONO TO BNP-MONTO
               WRITE PROPUESTAS-REGISTRO
               ADD 1 TO TOTAL-PROPUESTOS
               ADD IMPORTE-BONO TO TOTAL-IMPORTE
           ELSE
               ADD 1 TO TOTAL-EN-CERO
           END-IF.

      *    Objetivo del depto del empleado, o el general del plan.
       BUSCAR-OBJETIVO.
           MOVE 'N' TO OBJETIVO-ENCONTRADO.
           MOVE ZERO TO OBJETIVO-EMPLEADO.
           PERFORM VARYING INDICE-OBJETIVO FROM 1 BY 1
                   UNTIL INDICE-OBJETIVO > TOTAL-OBJETIVOS
               IF TOB-DEPARTAMENTO(INDICE-OBJETIVO) =
                       EMPLEADOS-DEPARTAMENTO
                   MOVE 'S' TO OBJETIVO-ENCONTRADO
                   MOVE TOB-PORCENTAJE(INDICE-OBJETIVO) TO
                       OBJETIVO-EMPLEADO
               END-IF
           END-PERFORM.
           IF OBJETIVO-ENCONTRADO = 'N' AND
                   HAY-OBJETIVO-GENERAL = 'S'
               MOVE 'S' TO OBJETIVO-ENCONTRADO
               MOVE OBJETIVO-GENERAL TO OBJETIVO-EMPLEADO
           END-IF.

      *    Calificacion de la revision terminada del ciclo del plan;
      *    una revision pendiente (fecha en cero) no cuenta.
       BUSCAR-CALIFICACION.
           MOVE 'N' TO MULTIPLICADOR-ENCONTRADO.
           IF HAY-REVISIONES = 'S'
               MOVE EMPLEADOS-ID TO REV-EMPLEADOS-ID
               MOVE ANO-PLAN TO REV-CICLO
               READ REVISIONES-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REV-FECHA-REVISION NOT = ZERO
                           MOVE FUNCTION UPPER-CASE(REV-CALIFICACION)
                               TO CALIFICACION-EMPLEADO
                       END-IF
               END-READ
           END-IF.
           IF CALIFICACION-EMPLEADO NOT = SPACES
               PERFORM VARYING INDICE-MULTIPLICADOR FROM 1 BY 1
                       UNTIL INDICE-MULTIPLICADOR >
                           TOTAL-MULTIPLICADORES
                   IF TMU-CALIFICACION(INDICE-MULTIPLICADOR) =
                           CALIFICACION-EMPLEADO
                       MOVE 'S' TO MULTIPLICADOR-ENCONTRADO
                       MOVE TMU-PORCENTAJE(INDICE-MULTIPLICADOR) TO
                           MULTIPLICADOR-EMPLEADO
                   END-IF
               END-PERFORM
           END-IF.

      *    Acta final viva: nivel F, activa y sin vencer a la fecha
      *    de la corrida (la depuracion nocturna puede no haberla
      *    caducado todavia).
       BUSCAR-ACTA-FINAL.
           MOVE 'N' TO ACTA-FINAL-VIVA.
           IF HAY-DISCIPLINA = 'S'
               MOVE LOW-VALUES TO DIS-ID
               MOVE 'N' TO FIN-DISCIPLINA
               START DISCIPLINA-ARCHIVO KEY IS NOT LESS THAN DIS-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-DISCIPLINA
               END-START
               PERFORM UNTIL FIN-DISCIPLINA = 'S'
                   READ DISCIPLINA-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-DISCIPLINA
                       NOT AT END
                           IF DIS-EMPLEADOS-ID = EMPLEADOS-ID AND
                                   ACTA-FINAL AND ACTA-ACTIVA AND
                                   (DIS-VENCE = ZERO OR
                                    DIS-VENCE >= FECHA-HOY)
                               MOVE 'S' TO ACTA-FINAL-VIVA
                               MOVE 'S' TO FIN-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE.
           MOVE EMPLEADOS-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE SALARIO-ANUAL TO DET-SALARIO.
           MOVE OBJETIVO-EMPLEADO TO DET-OBJETIVO.
           MOVE CALIFICACION-EMPLEADO TO DET-CALIFICACION.
           MOVE MULTIPLICADOR-EMPLEADO TO DET-MULTIPLICADOR.
           MOVE DIAS-ELEGIBLES TO DET-DIAS.
           MOVE IMPORTE-BONO TO DET-BONO.
           MOVE NOTA-BONO TO DET-NOTA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Bonos propuestos' TO TOT-TEXTO.
           MOVE TOTAL-PROPUESTOS TO TOT-CONTEO.
           MOVE TOTAL-IMPORTE TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-TOTAL.
           MOVE 'En cero (ver NOTA)' TO TOT-TEXTO.
           MOVE TOTAL-EN-CERO TO TOT-CONTEO.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *----------------------------------------------------------------
      *    Pasada 2: carga los bonos aprobados como percepcion.
      *----------------------------------------------------------------
       CORRIDA-APLICACION.
           OPEN INPUT PROPUESTAS-ARCHIVO.
           IF PROPUESTAS-STATUS = '05' OR PROPUESTAS-STATUS = '35'
               DISPLAY 'No hay bonos_propuestos.dat; corra primero '
                   'en modo P.'
               CLOSE PROPUESTAS-ARCHIVO
               STOP RUN
           END-IF.
           MOVE '1' TO FIN-DEL-ARCHIVO.
           PERFORM LEER-PROPUESTA.
           IF FIN-DEL-ARCHIVO = '0'
               DISPLAY 'bonos_propuestos.dat esta vacio; nada que '
                   'cargar.'
               CLOSE PROPUESTAS-ARCHIVO
               STOP RUN
           END-IF.
           MOVE BNP-ANO TO ANO-PLAN.
           PERFORM CARGAR-PLAN.
           IF HAY-PLAN-EMPRESA = 'N' OR CODIGO-PAGO = SPACES
               DISPLAY 'El plan ' ANO-PLAN ' no tiene codigo de '
                   'pago en planes_bono.dat.'
               CLOSE PROPUESTAS-ARCHIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO PERIODO-VALIDO.
           PERFORM OBTENER-PERIODO UNTIL PERIODO-VALIDO = 'S'.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN I-O PERC-EMP-ARCHIVO.
           IF PERC-EMP-STATUS = '35' OR PERC-EMP-STATUS = '05'
               OPEN OUTPUT PERC-EMP-ARCHIVO
               CLOSE PERC-EMP-ARCHIVO
               OPEN I-O PERC-EMP-ARCHIVO
           END-IF.
           IF PERC-EMP-STATUS NOT = '00' AND
                   PERC-EMP-STATUS NOT = '05'
               DISPLAY 'Error de archivo PERC-EMP. STATUS ='
                   PERC-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-PROPUESTAS UNTIL FIN-DEL-ARCHIVO = '0'.
           CLOSE PROPUESTAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PERC-EMP-ARCHIVO.
           DISPLAY 'Bonos cargados: ' TOTAL-APLICADOS
               ' No cargados: ' TOTAL-NO-APLICADOS.
           DISPLAY 'La corrida de RECIBOS-NOMINA del periodo '
               PERIODO-ENTRADA ' paga el codigo ' CODIGO-PAGO '.'.
           IF TOTAL-NO-APLICADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       OBTENER-PERIODO.
           DISPLAY PERIODO-TXT.
           ACCEPT PERIODO-ENTRADA.
           IF PERIODO-ENTRADA IS NUMERIC AND
                   PERIODO-ENTRADA(5:2) >= '01' AND
                   PERIODO-ENTRADA(5:2) <= '12'
               MOVE 'S' TO PERIODO-VALIDO
           ELSE
               DISPLAY 'Periodo invalido: introduce AAAAMM.'
           END-IF.

       LEER-PROPUESTA.
           READ PROPUESTAS-ARCHIVO
               AT END
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-READ.

      *    Un bono de alguien dado de baja despues de la propuesta ya
      *    no se carga; una linea de otro ano de plan tampoco.
       CARGAR-PROPUESTAS.
           ADD 1 TO TOTAL-LEIDOS.
           MOVE BNP-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   ADD 1 TO TOTAL-NO-APLICADOS
                   DISPLAY 'No existe el ID ' BNP-ID
                       '; bono omitido.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STATUS-INATIVO
                           ADD 1 TO TOTAL-NO-APLICADOS
                           DISPLAY 'El ID ' BNP-ID ' esta dado de '
                               'baja; bono omitido.'
                       WHEN BNP-ANO NOT = ANO-PLAN
                           ADD 1 TO TOTAL-NO-APLICADOS
                           DISPLAY 'El bono del ID ' BNP-ID ' es de '
                               'otro plan; omitido.'
                       WHEN OTHER
                           PERFORM CARGAR-BONO
                   END-EVALUATE
           END-READ.
           PERFORM LEER-PROPUESTA.

       CARGAR-BONO.
           MOVE BNP-ID TO PEM-EMPLEADOS-ID.
           MOVE PERIODO-ENTRADA TO PEM-PERIODO.
           MOVE CODIGO-PAGO TO PEM-CODIGO.
           MOVE 'N' TO CAPTURA-EXISTE.
           READ PERC-EMP-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAPTURA-EXISTE
           END-READ.
           MOVE BNP-ID TO PEM-EMPLEADOS-ID.
           MOVE PERIODO-ENTRADA TO PEM-PERIODO.
           MOVE CODIGO-PAGO TO PEM-CODIGO.
           MOVE BNP-MONTO TO PEM-MONTO.
           IF CAPTURA-EXISTE = 'S'
               REWRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-NO-APLICADOS
                       DISPLAY 'No se pudo actualizar el bono del '
                           'ID ' BNP-ID '.'
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-APLICADOS
               END-REWRITE
           ELSE
               WRITE PERC-EMP-REGISTRO
                   INVALID KEY
                       ADD 1 TO TOTAL-NO-APLICADOS
                       DISPLAY 'No se pudo cargar el bono del ID '
                           BNP-ID '.'
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-APLICADOS
               END-WRITE
           END-IF.

       VERIFICAR-ESTADO-EMPLEADOS.
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

      *    Linea estandar de bitacora de corrida.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'CALCULO-BONOS' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               IF FUNCTION UPPER-CASE(MODO-CORRIDA) = 'A'
                   MOVE TOTAL-APLICADOS TO RUN-ESCRITOS
                   MOVE TOTAL-NO-APLICADOS TO RUN-RECHAZADOS
               ELSE
                   MOVE TOTAL-PROPUESTOS TO RUN-ESCRITOS
                   MOVE TOTAL-SIN-OBJETIVO TO RUN-RECHAZADOS
               END-IF
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM CALCULO-BONOS.
