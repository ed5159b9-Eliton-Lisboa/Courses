      ******************************************************************
      * Author:
      * Date:
      * Purpose: Horas semanales por proyecto de los permanentes
      *          (horas_proyecto.dat, clave ID + lunes de la semana +
      *          proyecto). La captura acepta solo proyectos abiertos
      *          de proyectos.dat (ProyectosMaster-130) y deja cada
      *          linea pendiente; el gerente (EMPLEADOS-GERENTE-ID)
      *          las aprueba o rechaza con motivo, igual que
      *          AprobacionHoras-78 con las hojas de horas. Recapturar
      *          una linea ya decidida la vuelve a dejar pendiente.
      *          Solo las horas aprobadas entran al costeo mensual de
      *          CostoProyectos-132.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORAS-PROYECTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

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

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  HORAS-PROYECTO-ARCHIVO.
           01  HORAS-PROYECTO-REGISTRO.
               05  HPR-CLAVE.
                   10  HPR-EMPLEADOS-ID PIC 9(6).
                   10  HPR-SEMANA PIC 9(8).
      *                Lunes de la semana, AAAAMMDD.
                   10  HPR-PROYECTO PIC X(6).
               05  HPR-HORAS PIC 9(3).
               05  HPR-ESTADO PIC X.
                   88  HPR-PENDIENTE VALUE 'P'.
                   88  HPR-APROBADA VALUE 'A'.
                   88  HPR-RECHAZADA VALUE 'R'.
               05  HPR-APROBADOR PIC 9(6).
               05  HPR-MOTIVO PIC X(20).

       FD  PROYECTOS-ARCHIVO.
           01  PROYECTOS-REGISTRO.
               05  PRY-CODIGO PIC X(6).
               05  PRY-DESCRIPCION PIC X(30).
               05  PRY-DEPARTAMENTO PIC X(4).
               05  PRY-CAPITALIZABLE PIC X.
                   88  PROYECTO-CAPITALIZABLE VALUE 'S'.
               05  PRY-ESTADO PIC X.
                   88  PROYECTO-ABIERTO VALUE 'A'.
                   88  PROYECTO-CERRADO VALUE 'C'.

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(24)
               VALUE 'ID del empleado: '.
           01  SEMANA-TXT PIC X(45)
               VALUE 'Cualquier fecha de la semana (AAAAMMDD): '.
           01  PROYECTO-TXT PIC X(45)
               VALUE 'Proyecto (en blanco para terminar): '.
           01  HORAS-TXT PIC X(30)
               VALUE 'Horas de la semana (3 dig): '.
           01  SUPERVISOR-TXT PIC X(32)
               VALUE 'ID del gerente que revisa: '.
           01  MOTIVO-TXT PIC X(26)
               VALUE 'Motivo del rechazo: '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  HORAS-PROYECTO-STATUS PIC XX.
           01  PROYECTOS-STATUS PIC XX.
           01  FIN-HORAS-PROYECTO PIC X.
           01  ID-ENTRADA PIC X(6).
           01  EMPLEADO-VALIDO PIC X.
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  PROYECTO-ENTRADA PIC X(6).
           01  PROYECTO-VALIDO PIC X.
           01  CAPTURA-TERMINADA PIC X.
           01  CAPTURA-EXISTE PIC X.
           01  HORAS-ENTRADA PIC X(3).
           01  HORAS-VALIDAS PIC X.
           01  HORAS-CAPTURADAS PIC 9(3).
           01  TOTAL-SEMANA PIC 9(4).
           01  SUPERVISOR-ID PIC 9(6).
           01  DECISION-LINEA PIC X.
           01  LINEAS-REVISADAS PIC 9(4).
           01  ES-DE-SU-GENTE PIC X.

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.
           01  DIA-ABSOLUTO PIC 9(7).
           01  LUNES-ABSOLUTO PIC 9(7).
           01  SEMANA-LUNES PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
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
           OPEN INPUT PROYECTOS-ARCHIVO.
           IF PROYECTOS-STATUS = '05' OR PROYECTOS-STATUS = '35'
               DISPLAY 'No hay proyectos.dat; capture los proyectos '
                   'con PROYECTOS-MASTER.'
               CLOSE PROYECTOS-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF.
           OPEN I-O HORAS-PROYECTO-ARCHIVO.
           IF HORAS-PROYECTO-STATUS = '35' OR
                   HORAS-PROYECTO-STATUS = '05'
               OPEN OUTPUT HORAS-PROYECTO-ARCHIVO
               CLOSE HORAS-PROYECTO-ARCHIVO
               OPEN I-O HORAS-PROYECTO-ARCHIVO
           END-IF.
           IF HORAS-PROYECTO-STATUS NOT = '00' AND
                   HORAS-PROYECTO-STATUS NOT = '05'
               DISPLAY 'Error de archivo HORAS-PROYECTO. STATUS ='
                   HORAS-PROYECTO-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE PROYECTOS-ARCHIVO.
           CLOSE HORAS-PROYECTO-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Capturar horas de una semana'.
           DISPLAY '2) Revisar horas pendientes de mi gente'.
           DISPLAY '3) Listar horas de un empleado'.
           DISPLAY '4) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-SEMANA
               WHEN '2'
                   PERFORM REVISAR-PENDIENTES
               WHEN '3'
                   PERFORM LISTAR-EMPLEADO
               WHEN '4'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Captura: una linea por proyecto de la semana.
      *----------------------------------------------------------------
       CAPTURAR-SEMANA.
           PERFORM OBTENER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               MOVE 'N' TO FECHA-VALIDA
               PERFORM OBTENER-SEMANA UNTIL FECHA-VALIDA = 'S'
               DISPLAY 'Semana del ' SEMANA-LUNES
               MOVE ZERO TO TOTAL-SEMANA
               MOVE 'N' TO CAPTURA-TERMINADA
               PERFORM CAPTURAR-UNA-LINEA
                   UNTIL CAPTURA-TERMINADA = 'S'
               DISPLAY 'Horas capturadas en la semana: ' TOTAL-SEMANA
               IF TOTAL-SEMANA > 168
                   DISPLAY 'Aviso: la semana pasa de 168 horas; '
                       'revise la captura.'
               END-IF
           END-IF.

      *    Solo permanentes activos: los contratistas ya tienen su
      *    hoja de horas y su costo va por agencia.
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
                       EVALUATE TRUE
                           WHEN STATUS-INATIVO
                               DISPLAY 'El ID ' ID-ENTRADA
                                   ' esta dado de baja.'
                           WHEN NOT TIPO-PERMANENTE
                               DISPLAY 'Solo los permanentes cargan '
                                   'horas a proyectos.'
                           WHEN OTHER
                               DISPLAY EMPLEADOS-NOMBRE
                               MOVE 'S' TO EMPLEADO-VALIDO
                       END-EVALUATE
               END-READ
           END-IF.

      *    Cualquier fecha valida; se lleva al lunes de su semana
      *    (dia 1 = lunes, igual que HorarioTurnos-129).
       OBTENER-SEMANA.
           DISPLAY SEMANA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
           ELSE
               MOVE 'N' TO FECHA-CALENDARIO-OK
           END-IF.
           IF FECHA-CALENDARIO-OK = 'S'
               MOVE 'S' TO FECHA-VALIDA
               COMPUTE DIA-ABSOLUTO =
                   FUNCTION INTEGER-OF-DATE(FECHA-EVALUADA)
               COMPUTE LUNES-ABSOLUTO = DIA-ABSOLUTO -
                   FUNCTION REM(DIA-ABSOLUTO + 6, 7)
               COMPUTE SEMANA-LUNES =
                   FUNCTION DATE-OF-INTEGER(LUNES-ABSOLUTO)
           ELSE
               DISPLAY 'Fecha invalida: introduce AAAAMMDD.'
           END-IF.

       CAPTURAR-UNA-LINEA.
           DISPLAY PROYECTO-TXT.
           MOVE SPACES TO PROYECTO-ENTRADA.
           ACCEPT PROYECTO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(PROYECTO-ENTRADA)
               TO PROYECTO-ENTRADA.
           IF PROYECTO-ENTRADA = SPACES
               MOVE 'S' TO CAPTURA-TERMINADA
           ELSE
               PERFORM VALIDAR-PROYECTO
               IF PROYECTO-VALIDO = 'S'
                   MOVE 'N' TO HORAS-VALIDAS
                   PERFORM OBTENER-HORAS UNTIL HORAS-VALIDAS = 'S'
                   PERFORM GRABAR-LINEA
               END-IF
           END-IF.

       VALIDAR-PROYECTO.
           MOVE 'N' TO PROYECTO-VALIDO.
           MOVE PROYECTO-ENTRADA TO PRY-CODIGO.
           READ PROYECTOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe el proyecto ' PROYECTO-ENTRADA
                       '.'
               NOT INVALID KEY
                   IF PROYECTO-CERRADO
                       DISPLAY 'El proyecto ' PROYECTO-ENTRADA
                           ' esta cerrado; no acepta horas.'
                   ELSE
                       DISPLAY PRY-DESCRIPCION
                       MOVE 'S' TO PROYECTO-VALIDO
                   END-IF
           END-READ.

       OBTENER-HORAS.
           DISPLAY HORAS-TXT.
           ACCEPT HORAS-ENTRADA.
           IF HORAS-ENTRADA IS NUMERIC
               MOVE HORAS-ENTRADA TO HORAS-CAPTURADAS
               IF HORAS-CAPTURADAS = ZERO OR HORAS-CAPTURADAS > 168
                   DISPLAY 'Las horas van de 001 a 168.'
               ELSE
                   MOVE 'S' TO HORAS-VALIDAS
               END-IF
           ELSE
               DISPLAY 'Valor invalido: introduce 3 digitos.'
           END-IF.

      *    Una linea ya capturada del mismo proyecto y semana se
      *    reemplaza y vuelve a quedar pendiente de aprobacion.
       GRABAR-LINEA.
           MOVE EMPLEADOS-ID TO HPR-EMPLEADOS-ID.
           MOVE SEMANA-LUNES TO HPR-SEMANA.
           MOVE PROYECTO-ENTRADA TO HPR-PROYECTO.
           MOVE 'N' TO CAPTURA-EXISTE.
           READ HORAS-PROYECTO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CAPTURA-EXISTE
           END-READ.
           MOVE EMPLEADOS-ID TO HPR-EMPLEADOS-ID.
           MOVE SEMANA-LUNES TO HPR-SEMANA.
           MOVE PROYECTO-ENTRADA TO HPR-PROYECTO.
           MOVE HORAS-CAPTURADAS TO HPR-HORAS.
           MOVE 'P' TO HPR-ESTADO.
           MOVE ZERO TO HPR-APROBADOR.
           MOVE SPACES TO HPR-MOTIVO.
           IF CAPTURA-EXISTE = 'S'
               REWRITE HORAS-PROYECTO-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar la linea.'
                   NOT INVALID KEY
                       ADD HORAS-CAPTURADAS TO TOTAL-SEMANA
                       DISPLAY 'Linea reemplazada; queda pendiente.'
               END-REWRITE
           ELSE
               WRITE HORAS-PROYECTO-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo grabar la linea.'
                   NOT INVALID KEY
                       ADD HORAS-CAPTURADAS TO TOTAL-SEMANA
                       DISPLAY 'Linea grabada; queda pendiente.'
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *    Aprobacion por el gerente directo.
      *----------------------------------------------------------------
       REVISAR-PENDIENTES.
           DISPLAY SUPERVISOR-TXT.
           ACCEPT SUPERVISOR-ID.
           MOVE ZERO TO LINEAS-REVISADAS.
           MOVE LOW-VALUES TO HPR-CLAVE.
           MOVE 'N' TO FIN-HORAS-PROYECTO.
           START HORAS-PROYECTO-ARCHIVO
                   KEY IS NOT LESS THAN HPR-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-HORAS-PROYECTO
           END-START.
           PERFORM UNTIL FIN-HORAS-PROYECTO = 'S'
               READ HORAS-PROYECTO-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-HORAS-PROYECTO
                   NOT AT END
                       IF HPR-PENDIENTE
                           PERFORM REVISAR-UNA-LINEA
                       END-IF
               END-READ
           END-PERFORM.
           IF LINEAS-REVISADAS = ZERO
               DISPLAY 'No hay horas pendientes de sus reportes.'
           ELSE
               DISPLAY LINEAS-REVISADAS ' linea(s) revisadas.'
           END-IF.

       REVISAR-UNA-LINEA.
           MOVE 'N' TO ES-DE-SU-GENTE.
           MOVE HPR-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-GERENTE-ID = SUPERVISOR-ID
                       MOVE 'S' TO ES-DE-SU-GENTE
                   END-IF
           END-READ.
           IF ES-DE-SU-GENTE = 'S'
               ADD 1 TO LINEAS-REVISADAS
               DISPLAY 'ID ' HPR-EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE
               DISPLAY '  semana ' HPR-SEMANA ' proyecto '
                   HPR-PROYECTO ': ' HPR-HORAS ' horas.'
               DISPLAY '  A=aprobar, R=rechazar, ENTER=dejar '
                   'pendiente:'
               MOVE SPACE TO DECISION-LINEA
               ACCEPT DECISION-LINEA
               EVALUATE FUNCTION UPPER-CASE(DECISION-LINEA)
                   WHEN 'A'
                       MOVE 'A' TO HPR-ESTADO
                       MOVE SUPERVISOR-ID TO HPR-APROBADOR
                       MOVE SPACES TO HPR-MOTIVO
                       PERFORM REGRABAR-DECISION
                   WHEN 'R'
                       MOVE 'R' TO HPR-ESTADO
                       MOVE SUPERVISOR-ID TO HPR-APROBADOR
                       DISPLAY MOTIVO-TXT
                       ACCEPT HPR-MOTIVO
                       PERFORM REGRABAR-DECISION
                   WHEN OTHER
                       DISPLAY '  Queda pendiente.'
               END-EVALUATE
           END-IF.

       REGRABAR-DECISION.
           REWRITE HORAS-PROYECTO-REGISTRO
               INVALID KEY
                   DISPLAY '  No se pudo registrar la decision.'
               NOT INVALID KEY
                   IF HPR-APROBADA
                       DISPLAY '  Aprobada.'
                   ELSE
                       DISPLAY '  Rechazada.'
                   END-IF
           END-REWRITE.

       LISTAR-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: introduce 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO HPR-EMPLEADOS-ID
               MOVE ZERO TO HPR-SEMANA
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
                           IF HPR-EMPLEADOS-ID NOT = ID-ENTRADA
                               MOVE 'S' TO FIN-HORAS-PROYECTO
                           ELSE
                               DISPLAY 'semana=' HPR-SEMANA
                                   ' proyecto=' HPR-PROYECTO
                                   ' horas=' HPR-HORAS
                                   ' estado=' HPR-ESTADO
                                   ' ' HPR-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

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

       END PROGRAM HORAS-PROYECTO.
