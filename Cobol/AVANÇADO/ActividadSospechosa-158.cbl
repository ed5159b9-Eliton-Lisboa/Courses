      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte semanal de excepciones para auditoria interna:
      *          cruza auditoria.txt, actividad.dat y journal.dat de
      *          la semana y marca, agrupado por operador, lo que hay
      *          que seguir: cambios del operador a su propio registro
      *          (operadores.dat, OPER-EMPLEADOS-ID); sueldo y cuenta
      *          bancaria del mismo empleado cambiados por el mismo
      *          operador en pocos dias; reactivacion de un empleado
      *          dado de baja que despues cobro (resultados_nomina.dat);
      *          cambios capturados fuera de horario, en fin de semana
      *          o en un feriado de feriados.dat; y rachas de
      *          consultas de un operador sobre una misma persona en
      *          un dia. Cada cambio marcado sale con sus imagenes
      *          antes/despues del journal. Limites en
      *          actividad_sospechosa_param.dat (sin parametro: semana
      *          de 7 dias, ventana sueldo/banco de 3 dias, reingresos
      *          de los ultimos 35 dias, horario 07:00-19:00, mas de 15
      *          consultas, feriados de US para operadores que no son
      *          empleados). Deja actividad_sospechosa.txt y termina
      *          con RC 4 si marco algo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVIDAD-SOSPECHOSA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'actividad_sospechosa_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT OPTIONAL FERIADOS-ARCHIVO
           ASSIGN TO 'feriados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FERIADOS-STATUS.

           SELECT OPTIONAL AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT OPTIONAL ACTIVIDAD-ARCHIVO
           ASSIGN TO 'actividad.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTIVIDAD-STATUS.

           SELECT OPTIONAL JOURNAL-ARCHIVO
           ASSIGN TO 'journal.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'sospechosa_sortwk'.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'actividad_sospechosa.txt'
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

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-DIAS-PERIODO PIC 9(3).
               05  PAR-DIAS-VENTANA PIC 9(3).
      *            Dias entre el cambio de sueldo y el de banco.
               05  PAR-DIAS-REINGRESO PIC 9(3).
      *            Hacia atras se buscan reactivaciones ya cobradas.
               05  PAR-HORA-INICIO PIC 9(4).
               05  PAR-HORA-FIN PIC 9(4).
      *            Horario de oficina HHMM; fuera de el se marca.
               05  PAR-MAXIMO-CONSULTAS PIC 9(3).
      *            Consultas a una persona en un dia que aun pasan.
               05  PAR-PAIS PIC X(2).
      *            Feriados para el operador que no es empleado.

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  FERIADOS-ARCHIVO.
           01  FERIADOS-REGISTRO.
               05  FER-PAIS PIC X(2).
               05  FER-FECHA PIC 9(8).
               05  FER-DESCRIPCION PIC X(30).

      *    Mismo layout que arma REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05 con STRING:
      *    'AAAA-MM-DD HH:MM:SS OPERACION(12) ID=nnnnnn OP=xxxxxxxx'.
      *    Las lineas de otros programas sin ' ID=' en la columna 33
      *    no traen empleado; las que no traen ' OP=' son de batch.
       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA.
               05  AUD-LIN-ANO PIC X(4).
               05  FILLER PIC X.
               05  AUD-LIN-MES PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-DIA PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-HORA PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-MIN PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-SEG PIC X(2).
               05  FILLER PIC X.
               05  AUD-LIN-OPERACION PIC X(12).
               05  AUD-LIN-MARCA-ID PIC X(4).
               05  AUD-LIN-ID PIC X(6).
               05  FILLER PIC X(38).

      *    Mismo layout que REGISTRAR-ACTIVIDAD de BaseDeDados-01:
      *    'AAAA-MM-DD HH:MM:SS EVENTO(12) OP=xxxxxxxx ID=nnnnnn'.
       FD  ACTIVIDAD-ARCHIVO.
           01  ACTIVIDAD-LINEA.
               05  ACT-LIN-ANO PIC X(4).
               05  FILLER PIC X.
               05  ACT-LIN-MES PIC X(2).
               05  FILLER PIC X.
               05  ACT-LIN-DIA PIC X(2).
               05  FILLER PIC X.
               05  ACT-LIN-HORA PIC X(2).
               05  FILLER PIC X.
               05  ACT-LIN-MIN PIC X(2).
               05  FILLER PIC X.
               05  ACT-LIN-SEG PIC X(2).
               05  FILLER PIC X.
               05  ACT-LIN-EVENTO PIC X(12).
               05  FILLER PIC X(4).
               05  ACT-LIN-OPERADOR PIC X(8).
               05  FILLER PIC X(4).
               05  ACT-LIN-ID PIC X(6).
               05  FILLER PIC X(6).

      *    Mismo layout que escriben RegistrosIndexados-05,
      *    CargaMasiva-15 y ActualizacionLotes-47.
       FD  JOURNAL-ARCHIVO.
           01  JOURNAL-REGISTRO.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
                       88  RES-REGULAR VALUE 'R'.
                       88  RES-EXTRAORDINARIA VALUE 'E'.
                   10  RES-SECUENCIA PIC 9(3).
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-OPERADOR PIC X(8).
               05  ORD-FECHA-HORA PIC 9(14).
               05  ORD-MOTIVO PIC X(4).
      *            PROP = propio registro, SYB = sueldo y banco,
      *            REIN = reactivado y pagado, HORA = fuera de
      *            horario, FINS = fin de semana, FERI = feriado,
      *            CONS = racha de consultas.
               05  ORD-EMPLEADOS-ID PIC 9(6).
               05  ORD-OPERACION PIC X(12).
               05  ORD-DETALLE PIC X(40).
               05  ORD-JOURNAL-FH PIC 9(14).
      *            Entrada de journal.dat con las imagenes; cero =
      *            el cambio no toca el maestro (banco, consultas).

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
           01  PARAMETRO-STATUS PIC XX.
           01  OPERADORES-STATUS PIC XX.
           01  FERIADOS-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  ACTIVIDAD-STATUS PIC XX.
           01  JOURNAL-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-ARCHIVO PIC X.
           01  FIN-ORDENADO PIC X VALUE 'N'.
           01  FIN-RESULTADOS PIC X.
           01  HAY-MAESTRO PIC X VALUE 'N'.
           01  HAY-RESULTADOS PIC X VALUE 'N'.

      *    Limites de la corrida (parametro o los de siempre).
           01  DIAS-PERIODO PIC 9(3) VALUE 7.
           01  DIAS-VENTANA PIC 9(3) VALUE 3.
           01  DIAS-REINGRESO PIC 9(3) VALUE 35.
           01  HORA-INICIO PIC 9(4) VALUE 0700.
           01  HORA-FIN PIC 9(4) VALUE 1900.
           01  MAXIMO-CONSULTAS PIC 9(3) VALUE 15.
           01  PAIS-DEFECTO PIC X(2) VALUE 'US'.

      *    Semana revisada: de hoy menos DIAS-PERIODO a ayer. Los
      *    cambios de sueldo/banco y los reingresos se leen desde mas
      *    atras para encontrar su pareja o su pago.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-DESDE PIC 9(8).
           01  FECHA-HASTA PIC 9(8).
           01  FECHA-LECTURA PIC 9(8).
           01  DIA-HOY PIC 9(7).
           01  DIA-DESDE PIC 9(7).
           01  DIA-LECTURA PIC 9(7).
           01  DIA-REINGRESO PIC 9(7).

      *    Linea de auditoria o de actividad en curso.
           01  LINEA-FH-TXT PIC X(14).
           01  LINEA-FH PIC 9(14).
           01  LINEA-FH-R REDEFINES LINEA-FH.
               05  LINEA-FECHA PIC 9(8).
               05  LINEA-HORA PIC 9(4).
               05  LINEA-SEG PIC 99.
           01  LINEA-DIA PIC 9(7).
           01  LINEA-OPERADOR PIC X(8).
           01  LINEA-EMPLEADOS-ID PIC 9(6).
           01  LINEA-PARTE PIC X(80).
           01  LINEA-EN-PERIODO PIC X.
           01  DIA-SEMANA PIC 9.
           01  FERIADO-HALLADO PIC 99.
           01  PAIS-OPERADOR PIC X(2).
           01  EMPLEADO-OPERADOR PIC 9(6).
           01  HORA-EDITADA.
               05  HED-HORA PIC 99.
               05  FILLER PIC X VALUE ':'.
               05  HED-MIN PIC 99.

      *    Operadores con su registro propio y el pais de sus
      *    feriados (su domicilio en el maestro).
           01  MAXIMO-OPERADORES PIC 9(3) VALUE 200.
           01  TOTAL-OPERADORES PIC 9(3) VALUE ZERO.
           01  INDICE-OPERADOR PIC 9(3).
           01  OPERADOR-HALLADO PIC 9(3).
           01  TABLA-OPERADORES.
               05  OPERADOR-ENTRADA OCCURS 200 TIMES.
                   10  TOP-ID PIC X(8).
                   10  TOP-EMPLEADOS-ID PIC 9(6).
                   10  TOP-PAIS PIC X(2).

      *    Feriados de todos los paises desde FECHA-LECTURA.
           01  MAXIMO-FERIADOS PIC 9(3) VALUE 500.
           01  TOTAL-FERIADOS PIC 9(3) VALUE ZERO.
           01  INDICE-FERIADO PIC 9(3).
           01  TABLA-FERIADOS.
               05  FERIADO-ENTRADA OCCURS 500 TIMES.
                   10  TFE-PAIS PIC X(2).
                   10  TFE-FECHA PIC 9(8).
                   10  TFE-DESCRIPCION PIC X(30).

      *    Indice del journal de REGISTROS-INDEXADOS desde
      *    FECHA-LECTURA: que cambio de sueldo y que reactivo a un
      *    dado de baja, para cruzarlo con la linea de auditoria (el
      *    journal no lleva operador; la auditoria si).
           01  MAXIMO-JOURNAL PIC 9(4) VALUE 3000.
           01  TOTAL-JOURNAL PIC 9(4) VALUE ZERO.
           01  INDICE-JOURNAL PIC 9(4).
           01  JOURNAL-HALLADO PIC 9(4).
           01  TABLA-JOURNAL.
               05  JOURNAL-ENTRADA OCCURS 3000 TIMES.
                   10  TJO-FECHA-HORA PIC 9(14).
                   10  TJO-EMPLEADOS-ID PIC 9(6).
                   10  TJO-OPERACION PIC X(12).
                   10  TJO-SUELDO PIC X.
                   10  TJO-REACTIVA PIC X.
           01  SEGUNDOS-LINEA PIC 9(5).
           01  SEGUNDOS-JOURNAL PIC 9(5).
           01  DIFERENCIA-SEGUNDOS PIC S9(5).
           01  FH-COMPARADA PIC 9(14).
           01  FH-COMPARADA-R REDEFINES FH-COMPARADA.
               05  FHC-FECHA PIC 9(8).
               05  FHC-HORA PIC 99.
               05  FHC-MIN PIC 99.
               05  FHC-SEG PIC 99.

      *    Espejo de EMPLEADOS-REGISTRO sobre las imagenes del
      *    journal, hasta donde las lee este reporte.
           01  IMAGEN-ANTES PIC X(250).
           01  IMAGEN-ANTES-R REDEFINES IMAGEN-ANTES.
               05  IMA-ID PIC 9(6).
               05  IMA-NOMBRE PIC X(25).
               05  IMA-APELLIDOS PIC X(35).
               05  FILLER PIC X(67).
               05  IMA-ACTIVO PIC X.
               05  IMA-DEPARTAMENTO PIC X(4).
               05  IMA-SALARIO PIC 9(7)V99 COMP-3.
               05  FILLER PIC X(71).
               05  IMA-BAJA-FECHA PIC X(8).
               05  FILLER PIC X(28).
           01  IMAGEN-DESPUES PIC X(250).
           01  IMAGEN-DESPUES-R REDEFINES IMAGEN-DESPUES.
               05  IMD-ID PIC 9(6).
               05  IMD-NOMBRE PIC X(25).
               05  IMD-APELLIDOS PIC X(35).
               05  FILLER PIC X(67).
               05  IMD-ACTIVO PIC X.
               05  IMD-DEPARTAMENTO PIC X(4).
               05  IMD-SALARIO PIC 9(7)V99 COMP-3.
               05  FILLER PIC X(71).
               05  IMD-BAJA-FECHA PIC X(8).
               05  FILLER PIC X(28).

      *    Cambios de sueldo (S) y de cuenta bancaria (B) por
      *    operador y empleado, para buscar la pareja.
           01  MAXIMO-EVENTOS PIC 9(4) VALUE 2000.
           01  TOTAL-EVENTOS PIC 9(4) VALUE ZERO.
           01  INDICE-EVENTO PIC 9(4).
           01  INDICE-PAREJA PIC 9(4).
           01  PAREJA-HALLADA PIC 9(4).
           01  TABLA-EVENTOS.
               05  EVENTO-ENTRADA OCCURS 2000 TIMES.
                   10  TEV-OPERADOR PIC X(8).
                   10  TEV-EMPLEADOS-ID PIC 9(6).
                   10  TEV-CLASE PIC X.
                   10  TEV-DIA PIC 9(7).
                   10  TEV-FECHA-HORA PIC 9(14).
                   10  TEV-OPERACION PIC X(12).
                   10  TEV-JOURNAL-FH PIC 9(14).
           01  DIAS-ENTRE PIC S9(7).

      *    Consultas por operador, persona y dia.
           01  MAXIMO-CONSULTAS-TABLA PIC 9(4) VALUE 3000.
           01  TOTAL-CONSULTAS PIC 9(4) VALUE ZERO.
           01  INDICE-CONSULTA PIC 9(4).
           01  CONSULTA-HALLADA PIC 9(4).
           01  TABLA-CONSULTAS.
               05  CONSULTA-ENTRADA OCCURS 3000 TIMES.
                   10  TCO-OPERADOR PIC X(8).
                   10  TCO-EMPLEADOS-ID PIC 9(6).
                   10  TCO-FECHA PIC 9(8).
                   10  TCO-PRIMERA-FH PIC 9(14).
                   10  TCO-CONTEO PIC 9(5).
           01  CONTEO-EDITADO PIC ZZZZ9.
           01  PERIODO-PAGADO PIC 9(6).
           01  PERIODO-REINGRESO PIC 9(6).
           01  AVISO-TABLA PIC X VALUE 'N'.
           01  HUBO-REACTIVACION PIC X.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-MARCADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-PERSONAS PIC 9(6) VALUE ZERO.
           01  OPERADOR-ANTERIOR PIC X(8).
           01  JOURNAL-IMPRESO PIC 9(14).
           01  PRIMER-GRUPO PIC X VALUE 'S'.

           01  LINEA-TITULO.
               05  FILLER PIC X(42)
                   VALUE 'ACTIVIDAD SOSPECHOSA DE MANTENIMIENTO - '.
               05  FILLER PIC X(4) VALUE 'del '.
               05  TIT-DESDE PIC 9(8).
               05  FILLER PIC X(4) VALUE ' al '.
               05  TIT-HASTA PIC 9(8).

           01  LINEA-CAB-OPERADOR.
               05  FILLER PIC X(9) VALUE 'Operador '.
               05  LOP-ID PIC X(8).
               05  FILLER PIC X(11) VALUE '  empleado '.
               05  LOP-EMPLEADO PIC X(12).

           01  LINEA-DETALLE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  DET-HORA PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  DET-MOTIVO PIC X(4).
               05  FILLER PIC X VALUE SPACE.
               05  DET-OPERACION PIC X(12).
               05  FILLER PIC X(4) VALUE ' ID='.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-DETALLE PIC X(40).

           01  LINEA-IMAGEN.
               05  FILLER PIC X(6) VALUE SPACES.
               05  IMG-ROTULO PIC X(9).
               05  IMG-NOMBRE PIC X(15).
               05  FILLER PIC X VALUE SPACE.
               05  IMG-APELLIDOS PIC X(20).
               05  FILLER PIC X(5) VALUE ' est='.
               05  IMG-ACTIVO PIC X.
               05  FILLER PIC X(5) VALUE ' dep='.
               05  IMG-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X(8) VALUE ' sueldo='.
               05  IMG-SALARIO PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(6) VALUE ' baja='.
               05  IMG-BAJA-FECHA PIC X(8).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(40).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM LEER-PARAMETRO.
           PERFORM CALCULAR-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-FERIADOS.
           PERFORM CARGAR-JOURNAL.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-OPERADOR ORD-FECHA-HORA
                   ORD-MOTIVO
               INPUT PROCEDURE IS SOLTAR-MARCADOS
               OUTPUT PROCEDURE IS ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Lineas de auditoria revisadas: ' TOTAL-LEIDOS.
           DISPLAY 'Marcas: ' TOTAL-MARCADOS ' de ' TOTAL-PERSONAS
               ' operadores'.
           DISPLAY 'Reporte en actividad_sospechosa.txt'.
      *    RC 4 marca la semana con algo que seguir sin frenar el
      *    resto de la cadena.
           IF TOTAL-MARCADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       LEER-PARAMETRO.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TOMAR-PARAMETRO
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

      *    Un campo en cero o no numerico deja el valor de siempre.
       TOMAR-PARAMETRO.
           IF PAR-DIAS-PERIODO IS NUMERIC AND PAR-DIAS-PERIODO > ZERO
               MOVE PAR-DIAS-PERIODO TO DIAS-PERIODO
           END-IF.
           IF PAR-DIAS-VENTANA IS NUMERIC AND PAR-DIAS-VENTANA > ZERO
               MOVE PAR-DIAS-VENTANA TO DIAS-VENTANA
           END-IF.
           IF PAR-DIAS-REINGRESO IS NUMERIC AND
                   PAR-DIAS-REINGRESO > ZERO
               MOVE PAR-DIAS-REINGRESO TO DIAS-REINGRESO
           END-IF.
           IF PAR-HORA-INICIO IS NUMERIC AND PAR-HORA-INICIO > ZERO
               MOVE PAR-HORA-INICIO TO HORA-INICIO
           END-IF.
           IF PAR-HORA-FIN IS NUMERIC AND PAR-HORA-FIN > ZERO
               MOVE PAR-HORA-FIN TO HORA-FIN
           END-IF.
           IF PAR-MAXIMO-CONSULTAS IS NUMERIC AND
                   PAR-MAXIMO-CONSULTAS > ZERO
               MOVE PAR-MAXIMO-CONSULTAS TO MAXIMO-CONSULTAS
           END-IF.
           IF PAR-PAIS NOT = SPACES
               MOVE PAR-PAIS TO PAIS-DEFECTO
           END-IF.

       CALCULAR-PERIODO.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           COMPUTE DIA-DESDE = DIA-HOY - DIAS-PERIODO.
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER(DIA-DESDE).
           COMPUTE FECHA-HASTA =
               FUNCTION DATE-OF-INTEGER(DIA-HOY - 1).
           COMPUTE DIA-REINGRESO = DIA-HOY - DIAS-REINGRESO.
           COMPUTE DIA-LECTURA = DIA-DESDE - DIAS-VENTANA.
           IF DIA-REINGRESO < DIA-LECTURA
               MOVE DIA-REINGRESO TO DIA-LECTURA
           END-IF.
           COMPUTE FECHA-LECTURA =
               FUNCTION DATE-OF-INTEGER(DIA-LECTURA).

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF EMPLEADOS-STATUS = '00'
               MOVE 'S' TO HAY-MAESTRO
           END-IF.
           OPEN INPUT RESULTADOS-ARCHIVO.
           IF RESULTADOS-STATUS = '00'
               MOVE 'S' TO HAY-RESULTADOS
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE-ARCHIVO. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-DESDE TO TIT-DESDE.
           MOVE FECHA-HASTA TO TIT-HASTA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *    Un operador anterior al campo OPER-EMPLEADOS-ID (blanco)
      *    cuenta como no empleado.
       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ OPERADORES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM AGREGAR-OPERADOR
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OPERADORES-ARCHIVO.

       AGREGAR-OPERADOR.
           IF TOTAL-OPERADORES < MAXIMO-OPERADORES
               ADD 1 TO TOTAL-OPERADORES
               MOVE OPER-ID TO TOP-ID(TOTAL-OPERADORES)
               MOVE ZERO TO TOP-EMPLEADOS-ID(TOTAL-OPERADORES)
               MOVE PAIS-DEFECTO TO TOP-PAIS(TOTAL-OPERADORES)
               IF OPER-EMPLEADOS-ID IS NUMERIC AND
                       OPER-EMPLEADOS-ID > ZERO
                   MOVE OPER-EMPLEADOS-ID
                       TO TOP-EMPLEADOS-ID(TOTAL-OPERADORES)
                   IF HAY-MAESTRO = 'S'
                       MOVE OPER-EMPLEADOS-ID TO EMPLEADOS-ID
                       READ EMPLEADOS-ARCHIVO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF DIR-CODIGO-PAIS NOT = SPACES
                                   MOVE DIR-CODIGO-PAIS
                                       TO TOP-PAIS(TOTAL-OPERADORES)
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

       CARGAR-FERIADOS.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF FERIADOS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ FERIADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF FER-FECHA >= FECHA-LECTURA AND
                                   FER-FECHA <= FECHA-HASTA AND
                                   TOTAL-FERIADOS < MAXIMO-FERIADOS
                               ADD 1 TO TOTAL-FERIADOS
                               MOVE FER-PAIS
                                   TO TFE-PAIS(TOTAL-FERIADOS)
                               MOVE FER-FECHA
                                   TO TFE-FECHA(TOTAL-FERIADOS)
                               MOVE FER-DESCRIPCION
                                   TO TFE-DESCRIPCION(TOTAL-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIADOS-ARCHIVO.

       CARGAR-JOURNAL.
           OPEN INPUT JOURNAL-ARCHIVO.
           IF JOURNAL-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ JOURNAL-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF JOURNAL-PROGRAMA = 'REGISTROS-INDEXADOS'
                                   AND JOURNAL-FECHA-HORA(1:8) >=
                                       FECHA-LECTURA
                               PERFORM INDEXAR-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-ARCHIVO.

       INDEXAR-JOURNAL.
           IF TOTAL-JOURNAL < MAXIMO-JOURNAL
               ADD 1 TO TOTAL-JOURNAL
               MOVE JOURNAL-ANTES TO IMAGEN-ANTES
               MOVE JOURNAL-DESPUES TO IMAGEN-DESPUES
               MOVE JOURNAL-FECHA-HORA
                   TO TJO-FECHA-HORA(TOTAL-JOURNAL)
               MOVE IMD-ID TO TJO-EMPLEADOS-ID(TOTAL-JOURNAL)
               MOVE JOURNAL-OPERACION
                   TO TJO-OPERACION(TOTAL-JOURNAL)
               MOVE 'N' TO TJO-SUELDO(TOTAL-JOURNAL)
               MOVE 'N' TO TJO-REACTIVA(TOTAL-JOURNAL)
               IF IMAGEN-ANTES NOT = SPACES
                   IF IMA-SALARIO NOT = IMD-SALARIO
                       MOVE 'S' TO TJO-SUELDO(TOTAL-JOURNAL)
                   END-IF
                   IF IMA-ACTIVO = 'I' AND IMD-ACTIVO = 'A'
                       MOVE 'S' TO TJO-REACTIVA(TOTAL-JOURNAL)
                   END-IF
               END-IF
           ELSE
               IF AVISO-TABLA = 'N'
                   MOVE 'S' TO AVISO-TABLA
                   DISPLAY 'Aviso: journal de la semana mayor que '
                       'la tabla; las imagenes mas recientes no se '
                       'cruzan.'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Entrada del SORT: una marca por motivo de cada linea de
      *    auditoria de un operador, las parejas sueldo/banco y las
      *    rachas de consultas.
      *----------------------------------------------------------------
       SOLTAR-MARCADOS.
           PERFORM REVISAR-AUDITORIA.
           PERFORM REVISAR-PAREJAS.
           PERFORM REVISAR-CONSULTAS.

       REVISAR-AUDITORIA.
           OPEN INPUT AUDITORIA-ARCHIVO.
           IF AUDITORIA-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ AUDITORIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM EVALUAR-AUDITORIA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'Aviso: no existe auditoria.txt.'
           END-IF.
           CLOSE AUDITORIA-ARCHIVO.

       EVALUAR-AUDITORIA.
           MOVE SPACES TO LINEA-FH-TXT.
           STRING AUD-LIN-ANO AUD-LIN-MES AUD-LIN-DIA
                  AUD-LIN-HORA AUD-LIN-MIN AUD-LIN-SEG
               DELIMITED BY SIZE INTO LINEA-FH-TXT.
           IF LINEA-FH-TXT IS NUMERIC
               MOVE LINEA-FH-TXT TO LINEA-FH
               IF LINEA-FECHA >= FECHA-LECTURA AND
                       LINEA-FECHA <= FECHA-HASTA
                   PERFORM SEPARAR-AUDITORIA
                   IF LINEA-OPERADOR NOT = SPACES
                       PERFORM MARCAR-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *    Operador despues de ' OP=' (su columna varia segun el
      *    programa que escribio la linea) y empleado si la linea
      *    trae ' ID='.
       SEPARAR-AUDITORIA.
           MOVE SPACES TO LINEA-OPERADOR.
           UNSTRING AUDITORIA-LINEA DELIMITED BY ' OP='
               INTO LINEA-PARTE LINEA-OPERADOR.
           MOVE ZERO TO LINEA-EMPLEADOS-ID.
           IF AUD-LIN-MARCA-ID = ' ID=' AND AUD-LIN-ID IS NUMERIC
               MOVE AUD-LIN-ID TO LINEA-EMPLEADOS-ID
           END-IF.
           COMPUTE LINEA-DIA = FUNCTION INTEGER-OF-DATE(LINEA-FECHA).
           IF LINEA-FECHA >= FECHA-DESDE
               MOVE 'S' TO LINEA-EN-PERIODO
           ELSE
               MOVE 'N' TO LINEA-EN-PERIODO
           END-IF.

       MARCAR-AUDITORIA.
           PERFORM BUSCAR-OPERADOR.
           MOVE ZERO TO JOURNAL-HALLADO.
           IF LINEA-EMPLEADOS-ID > ZERO
               PERFORM BUSCAR-JOURNAL
           END-IF.
           MOVE LINEA-OPERADOR TO ORD-OPERADOR.
           MOVE LINEA-FH TO ORD-FECHA-HORA.
           MOVE LINEA-EMPLEADOS-ID TO ORD-EMPLEADOS-ID.
           MOVE AUD-LIN-OPERACION TO ORD-OPERACION.
           MOVE ZERO TO ORD-JOURNAL-FH.
           IF JOURNAL-HALLADO > ZERO
               MOVE TJO-FECHA-HORA(JOURNAL-HALLADO) TO ORD-JOURNAL-FH
           END-IF.
           IF LINEA-EN-PERIODO = 'S'
               ADD 1 TO TOTAL-LEIDOS
               PERFORM MARCAR-PROPIO
               PERFORM MARCAR-HORARIO
           END-IF.
           PERFORM GUARDAR-SUELDO-BANCO.
           IF LINEA-DIA >= DIA-REINGRESO
               PERFORM MARCAR-REINGRESO
           END-IF.

       BUSCAR-OPERADOR.
           MOVE ZERO TO OPERADOR-HALLADO.
           PERFORM VARYING INDICE-OPERADOR FROM 1 BY 1
                   UNTIL INDICE-OPERADOR > TOTAL-OPERADORES OR
                       OPERADOR-HALLADO > ZERO
               IF TOP-ID(INDICE-OPERADOR) = LINEA-OPERADOR
                   MOVE INDICE-OPERADOR TO OPERADOR-HALLADO
               END-IF
           END-PERFORM.
           IF OPERADOR-HALLADO > ZERO
               MOVE TOP-EMPLEADOS-ID(OPERADOR-HALLADO)
                   TO EMPLEADO-OPERADOR
               MOVE TOP-PAIS(OPERADOR-HALLADO) TO PAIS-OPERADOR
           ELSE
               MOVE ZERO TO EMPLEADO-OPERADOR
               MOVE PAIS-DEFECTO TO PAIS-OPERADOR
           END-IF.

      *    REGISTRAR-JOURNAL y REGISTRAR-AUDITORIA toman la hora cada
      *    uno; la entrada es la del mismo empleado y operacion a dos
      *    segundos o menos de la linea.
       BUSCAR-JOURNAL.
           MOVE LINEA-FH TO FH-COMPARADA.
           COMPUTE SEGUNDOS-LINEA =
               FHC-HORA * 3600 + FHC-MIN * 60 + FHC-SEG.
           PERFORM VARYING INDICE-JOURNAL FROM 1 BY 1
                   UNTIL INDICE-JOURNAL > TOTAL-JOURNAL OR
                       JOURNAL-HALLADO > ZERO
               IF TJO-EMPLEADOS-ID(INDICE-JOURNAL) =
                       LINEA-EMPLEADOS-ID AND
                       TJO-OPERACION(INDICE-JOURNAL) =
                           AUD-LIN-OPERACION AND
                       TJO-FECHA-HORA(INDICE-JOURNAL)(1:8) =
                           LINEA-FH-TXT(1:8)
                   MOVE TJO-FECHA-HORA(INDICE-JOURNAL)
                       TO FH-COMPARADA
                   COMPUTE SEGUNDOS-JOURNAL =
                       FHC-HORA * 3600 + FHC-MIN * 60 + FHC-SEG
                   COMPUTE DIFERENCIA-SEGUNDOS =
                       SEGUNDOS-JOURNAL - SEGUNDOS-LINEA
                   IF DIFERENCIA-SEGUNDOS >= -2 AND
                           DIFERENCIA-SEGUNDOS <= 2
                       MOVE INDICE-JOURNAL TO JOURNAL-HALLADO
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-PROPIO.
           IF LINEA-EMPLEADOS-ID > ZERO AND
                   LINEA-EMPLEADOS-ID = EMPLEADO-OPERADOR
               MOVE 'PROP' TO ORD-MOTIVO
               MOVE 'Cambio a su propio registro' TO ORD-DETALLE
               PERFORM SOLTAR-MARCA
           END-IF.

      *    Fuera de horario, sabado/domingo o feriado del pais del
      *    operador; un mismo cambio puede salir por mas de uno.
       MARCAR-HORARIO.
           IF LINEA-HORA < HORA-INICIO OR LINEA-HORA >= HORA-FIN
               MOVE LINEA-FH(9:2) TO HED-HORA
               MOVE LINEA-FH(11:2) TO HED-MIN
               MOVE 'HORA' TO ORD-MOTIVO
               MOVE SPACES TO ORD-DETALLE
               STRING 'Fuera de horario (' HORA-EDITADA ')'
                   DELIMITED BY SIZE INTO ORD-DETALLE
               PERFORM SOLTAR-MARCA
           END-IF.
           COMPUTE DIA-SEMANA = FUNCTION REM(LINEA-DIA, 7).
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               MOVE 'FINS' TO ORD-MOTIVO
               MOVE 'En fin de semana' TO ORD-DETALLE
               PERFORM SOLTAR-MARCA
           END-IF.
           MOVE ZERO TO FERIADO-HALLADO.
           PERFORM VARYING INDICE-FERIADO FROM 1 BY 1
                   UNTIL INDICE-FERIADO > TOTAL-FERIADOS OR
                       FERIADO-HALLADO > ZERO
               IF TFE-PAIS(INDICE-FERIADO) = PAIS-OPERADOR AND
                       TFE-FECHA(INDICE-FERIADO) = LINEA-FECHA
                   MOVE INDICE-FERIADO TO FERIADO-HALLADO
               END-IF
           END-PERFORM.
           IF FERIADO-HALLADO > ZERO
               MOVE 'FERI' TO ORD-MOTIVO
               MOVE SPACES TO ORD-DETALLE
               STRING 'Feriado: ' TFE-DESCRIPCION(FERIADO-HALLADO)
                   DELIMITED BY SIZE INTO ORD-DETALLE
               PERFORM SOLTAR-MARCA
           END-IF.

      *    Sueldo: solicitud a la cola (SOLI-SALARIO) o modificacion
      *    que cambio EMPLEADOS-SALARIO en el journal. Banco: cambio
      *    de cuenta capturado (PEND-BANCO). Las aprobaciones no
      *    cuentan: las hace otro operador.
       GUARDAR-SUELDO-BANCO.
           IF AUD-LIN-OPERACION = 'SOLI-SALARIO'
               PERFORM AGREGAR-EVENTO
               MOVE 'S' TO TEV-CLASE(INDICE-EVENTO)
           END-IF.
           IF AUD-LIN-OPERACION = 'MODIFICACION' AND
                   JOURNAL-HALLADO > ZERO
               IF TJO-SUELDO(JOURNAL-HALLADO) = 'S'
                   PERFORM AGREGAR-EVENTO
                   MOVE 'S' TO TEV-CLASE(INDICE-EVENTO)
               END-IF
           END-IF.
           IF AUD-LIN-OPERACION = 'PEND-BANCO'
               PERFORM AGREGAR-EVENTO
               MOVE 'B' TO TEV-CLASE(INDICE-EVENTO)
           END-IF.

      *    Deja el evento en INDICE-EVENTO; con la tabla llena se
      *    pisa el ultimo renglon.
       AGREGAR-EVENTO.
           IF TOTAL-EVENTOS < MAXIMO-EVENTOS
               ADD 1 TO TOTAL-EVENTOS
           END-IF.
           MOVE TOTAL-EVENTOS TO INDICE-EVENTO.
           MOVE LINEA-OPERADOR TO TEV-OPERADOR(INDICE-EVENTO).
           MOVE LINEA-EMPLEADOS-ID TO TEV-EMPLEADOS-ID(INDICE-EVENTO).
           MOVE LINEA-DIA TO TEV-DIA(INDICE-EVENTO).
           MOVE LINEA-FH TO TEV-FECHA-HORA(INDICE-EVENTO).
           MOVE AUD-LIN-OPERACION TO TEV-OPERACION(INDICE-EVENTO).
           MOVE ORD-JOURNAL-FH TO TEV-JOURNAL-FH(INDICE-EVENTO).

      *    Reingreso (REINGRESO) o modificacion que paso el estado de
      *    I a A, con un recibo regular o extraordinario con neto
      *    desde el mes de la reactivacion. El caso vuelve a salir
      *    cada semana mientras siga dentro de DIAS-REINGRESO.
       MARCAR-REINGRESO.
           MOVE 'N' TO HUBO-REACTIVACION.
           IF AUD-LIN-OPERACION = 'REINGRESO'
               MOVE 'S' TO HUBO-REACTIVACION
           END-IF.
           IF AUD-LIN-OPERACION = 'MODIFICACION' AND
                   JOURNAL-HALLADO > ZERO
               IF TJO-REACTIVA(JOURNAL-HALLADO) = 'S'
                   MOVE 'S' TO HUBO-REACTIVACION
               END-IF
           END-IF.
           IF HUBO-REACTIVACION = 'S' AND HAY-RESULTADOS = 'S'
               MOVE LINEA-FECHA(1:6) TO PERIODO-REINGRESO
               PERFORM BUSCAR-PAGO
               IF PERIODO-PAGADO > ZERO
                   MOVE 'REIN' TO ORD-MOTIVO
                   MOVE SPACES TO ORD-DETALLE
                   STRING 'Reactivado y pagado, periodo '
                          PERIODO-PAGADO
                       DELIMITED BY SIZE INTO ORD-DETALLE
                   PERFORM SOLTAR-MARCA
               END-IF
           END-IF.

       BUSCAR-PAGO.
           MOVE ZERO TO PERIODO-PAGADO.
           MOVE LINEA-EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE PERIODO-REINGRESO TO RES-PERIODO.
           MOVE LOW-VALUES TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
           PERFORM UNTIL FIN-RESULTADOS = 'S'
               READ RESULTADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
                       IF RES-EMPLEADOS-ID NOT = LINEA-EMPLEADOS-ID
                           MOVE 'S' TO FIN-RESULTADOS
                       ELSE
                           IF (RES-REGULAR OR RES-EXTRAORDINARIA) AND
                                   RES-NETO > ZERO
                               MOVE RES-PERIODO TO PERIODO-PAGADO
                               MOVE 'S' TO FIN-RESULTADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Cada cambio de la semana con un cambio de la otra clase
      *    del mismo operador y empleado a DIAS-VENTANA o menos.
       REVISAR-PAREJAS.
           PERFORM VARYING INDICE-EVENTO FROM 1 BY 1
                   UNTIL INDICE-EVENTO > TOTAL-EVENTOS
               IF TEV-DIA(INDICE-EVENTO) >= DIA-DESDE
                   PERFORM BUSCAR-PAREJA
               END-IF
           END-PERFORM.

       BUSCAR-PAREJA.
           MOVE ZERO TO PAREJA-HALLADA.
           PERFORM VARYING INDICE-PAREJA FROM 1 BY 1
                   UNTIL INDICE-PAREJA > TOTAL-EVENTOS OR
                       PAREJA-HALLADA > ZERO
               IF TEV-OPERADOR(INDICE-PAREJA) =
                       TEV-OPERADOR(INDICE-EVENTO) AND
                       TEV-EMPLEADOS-ID(INDICE-PAREJA) =
                           TEV-EMPLEADOS-ID(INDICE-EVENTO) AND
                       TEV-CLASE(INDICE-PAREJA) NOT =
                           TEV-CLASE(INDICE-EVENTO)
                   COMPUTE DIAS-ENTRE = TEV-DIA(INDICE-PAREJA) -
                       TEV-DIA(INDICE-EVENTO)
                   IF DIAS-ENTRE >= ZERO - DIAS-VENTANA AND
                           DIAS-ENTRE <= DIAS-VENTANA
                       MOVE INDICE-PAREJA TO PAREJA-HALLADA
                   END-IF
               END-IF
           END-PERFORM.
           IF PAREJA-HALLADA > ZERO
               MOVE TEV-OPERADOR(INDICE-EVENTO) TO ORD-OPERADOR
               MOVE TEV-FECHA-HORA(INDICE-EVENTO) TO ORD-FECHA-HORA
               MOVE TEV-EMPLEADOS-ID(INDICE-EVENTO)
                   TO ORD-EMPLEADOS-ID
               MOVE TEV-OPERACION(INDICE-EVENTO) TO ORD-OPERACION
               MOVE TEV-JOURNAL-FH(INDICE-EVENTO) TO ORD-JOURNAL-FH
               MOVE 'SYB' TO ORD-MOTIVO
               MOVE SPACES TO ORD-DETALLE
               IF TEV-CLASE(INDICE-EVENTO) = 'S'
                   STRING 'Sueldo; banco el '
                          TEV-FECHA-HORA(PAREJA-HALLADA)(1:8)
                       DELIMITED BY SIZE INTO ORD-DETALLE
               ELSE
                   STRING 'Banco; sueldo el '
                          TEV-FECHA-HORA(PAREJA-HALLADA)(1:8)
                       DELIMITED BY SIZE INTO ORD-DETALLE
               END-IF
               PERFORM SOLTAR-MARCA
           END-IF.

      *    Consultas (eventos CONSULTA-*) de la semana a una misma
      *    persona por operador y dia; pasa de MAXIMO-CONSULTAS =
      *    racha.
       REVISAR-CONSULTAS.
           OPEN INPUT ACTIVIDAD-ARCHIVO.
           IF ACTIVIDAD-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ACTIVIDAD-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM EVALUAR-ACTIVIDAD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ACTIVIDAD-ARCHIVO.
           PERFORM VARYING INDICE-CONSULTA FROM 1 BY 1
                   UNTIL INDICE-CONSULTA > TOTAL-CONSULTAS
               IF TCO-CONTEO(INDICE-CONSULTA) > MAXIMO-CONSULTAS
                   PERFORM MARCAR-CONSULTAS
               END-IF
           END-PERFORM.

       EVALUAR-ACTIVIDAD.
           MOVE SPACES TO LINEA-FH-TXT.
           STRING ACT-LIN-ANO ACT-LIN-MES ACT-LIN-DIA
                  ACT-LIN-HORA ACT-LIN-MIN ACT-LIN-SEG
               DELIMITED BY SIZE INTO LINEA-FH-TXT.
           IF LINEA-FH-TXT IS NUMERIC AND
                   ACT-LIN-EVENTO(1:8) = 'CONSULTA' AND
                   ACT-LIN-OPERADOR NOT = SPACES AND
                   ACT-LIN-ID IS NUMERIC
               MOVE LINEA-FH-TXT TO LINEA-FH
               MOVE ACT-LIN-ID TO LINEA-EMPLEADOS-ID
               IF LINEA-FECHA >= FECHA-DESDE AND
                       LINEA-FECHA <= FECHA-HASTA AND
                       LINEA-EMPLEADOS-ID > ZERO
                   PERFORM CONTAR-CONSULTA
               END-IF
           END-IF.

       CONTAR-CONSULTA.
           MOVE ZERO TO CONSULTA-HALLADA.
           PERFORM VARYING INDICE-CONSULTA FROM 1 BY 1
                   UNTIL INDICE-CONSULTA > TOTAL-CONSULTAS OR
                       CONSULTA-HALLADA > ZERO
               IF TCO-OPERADOR(INDICE-CONSULTA) = ACT-LIN-OPERADOR
                       AND TCO-EMPLEADOS-ID(INDICE-CONSULTA) =
                           LINEA-EMPLEADOS-ID
                       AND TCO-FECHA(INDICE-CONSULTA) = LINEA-FECHA
                   MOVE INDICE-CONSULTA TO CONSULTA-HALLADA
               END-IF
           END-PERFORM.
           IF CONSULTA-HALLADA > ZERO
               ADD 1 TO TCO-CONTEO(CONSULTA-HALLADA)
           ELSE
               IF TOTAL-CONSULTAS < MAXIMO-CONSULTAS-TABLA
                   ADD 1 TO TOTAL-CONSULTAS
                   MOVE ACT-LIN-OPERADOR
                       TO TCO-OPERADOR(TOTAL-CONSULTAS)
                   MOVE LINEA-EMPLEADOS-ID
                       TO TCO-EMPLEADOS-ID(TOTAL-CONSULTAS)
                   MOVE LINEA-FECHA TO TCO-FECHA(TOTAL-CONSULTAS)
                   MOVE LINEA-FH TO TCO-PRIMERA-FH(TOTAL-CONSULTAS)
                   MOVE 1 TO TCO-CONTEO(TOTAL-CONSULTAS)
               END-IF
           END-IF.

       MARCAR-CONSULTAS.
           MOVE TCO-OPERADOR(INDICE-CONSULTA) TO ORD-OPERADOR.
           MOVE TCO-PRIMERA-FH(INDICE-CONSULTA) TO ORD-FECHA-HORA.
           MOVE TCO-EMPLEADOS-ID(INDICE-CONSULTA) TO ORD-EMPLEADOS-ID.
           MOVE 'CONSULTAS' TO ORD-OPERACION.
           MOVE ZERO TO ORD-JOURNAL-FH.
           MOVE 'CONS' TO ORD-MOTIVO.
           MOVE TCO-CONTEO(INDICE-CONSULTA) TO CONTEO-EDITADO.
           MOVE SPACES TO ORD-DETALLE.
           STRING CONTEO-EDITADO ' consultas a la persona en el dia'
               DELIMITED BY SIZE INTO ORD-DETALLE.
           PERFORM SOLTAR-MARCA.

       SOLTAR-MARCA.
           RELEASE ORD-REGISTRO.
           ADD 1 TO TOTAL-MARCADOS.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por operador; las imagenes de un
      *    cambio marcado por varios motivos salen una sola vez.
      *----------------------------------------------------------------
       ESCRIBIR-REPORTE.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM ESCRIBIR-UNA-MARCA
               END-RETURN
           END-PERFORM.

       ESCRIBIR-UNA-MARCA.
           IF PRIMER-GRUPO = 'S' OR
                   ORD-OPERADOR NOT = OPERADOR-ANTERIOR
               PERFORM ESCRIBIR-OPERADOR
           END-IF.
           MOVE ORD-FECHA-HORA(1:8) TO DET-FECHA.
           MOVE ORD-FECHA-HORA(9:6) TO DET-HORA.
           MOVE ORD-MOTIVO TO DET-MOTIVO.
           MOVE ORD-OPERACION TO DET-OPERACION.
           MOVE ORD-EMPLEADOS-ID TO DET-ID.
           MOVE ORD-DETALLE TO DET-DETALLE.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF ORD-JOURNAL-FH > ZERO AND
                   ORD-JOURNAL-FH NOT = JOURNAL-IMPRESO
               MOVE ORD-JOURNAL-FH TO JOURNAL-IMPRESO
               PERFORM ESCRIBIR-IMAGENES
           END-IF.

       ESCRIBIR-OPERADOR.
           MOVE 'N' TO PRIMER-GRUPO.
           MOVE ORD-OPERADOR TO OPERADOR-ANTERIOR.
           MOVE ZERO TO JOURNAL-IMPRESO.
           ADD 1 TO TOTAL-PERSONAS.
           MOVE ORD-OPERADOR TO LINEA-OPERADOR LOP-ID.
           PERFORM BUSCAR-OPERADOR.
           IF EMPLEADO-OPERADOR > ZERO
               MOVE EMPLEADO-OPERADOR TO LOP-EMPLEADO
           ELSE
               MOVE '(ninguno)' TO LOP-EMPLEADO
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-CAB-OPERADOR TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Los cambios marcados son pocos: se relee journal.dat hasta
      *    la entrada de cada uno.
       ESCRIBIR-IMAGENES.
           MOVE SPACES TO IMAGEN-ANTES IMAGEN-DESPUES.
           OPEN INPUT JOURNAL-ARCHIVO.
           IF JOURNAL-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ JOURNAL-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF JOURNAL-FECHA-HORA = ORD-JOURNAL-FH AND
                                   JOURNAL-OPERACION = ORD-OPERACION
                                   AND JOURNAL-DESPUES(1:6) =
                                       ORD-EMPLEADOS-ID
                               MOVE JOURNAL-ANTES TO IMAGEN-ANTES
                               MOVE JOURNAL-DESPUES TO IMAGEN-DESPUES
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOURNAL-ARCHIVO.
           IF IMAGEN-ANTES = SPACES
               MOVE '      Antes  : (alta, sin imagen previa)'
                   TO LINEA-REPORTE
           ELSE
               MOVE 'Antes  : ' TO IMG-ROTULO
               MOVE IMA-NOMBRE TO IMG-NOMBRE
               MOVE IMA-APELLIDOS TO IMG-APELLIDOS
               MOVE IMA-ACTIVO TO IMG-ACTIVO
               MOVE IMA-DEPARTAMENTO TO IMG-DEPARTAMENTO
               MOVE IMA-SALARIO TO IMG-SALARIO
               MOVE IMA-BAJA-FECHA TO IMG-BAJA-FECHA
               MOVE LINEA-IMAGEN TO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           IF IMAGEN-DESPUES NOT = SPACES
               MOVE 'Despues: ' TO IMG-ROTULO
               MOVE IMD-NOMBRE TO IMG-NOMBRE
               MOVE IMD-APELLIDOS TO IMG-APELLIDOS
               MOVE IMD-ACTIVO TO IMG-ACTIVO
               MOVE IMD-DEPARTAMENTO TO IMG-DEPARTAMENTO
               MOVE IMD-SALARIO TO IMG-SALARIO
               MOVE IMD-BAJA-FECHA TO IMG-BAJA-FECHA
               MOVE LINEA-IMAGEN TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF TOTAL-MARCADOS = ZERO
               MOVE '(sin actividad sospechosa en la semana)'
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE 'Lineas de auditoria de la semana' TO TOT-TEXTO.
           MOVE TOTAL-LEIDOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Operadores con marcas' TO TOT-TEXTO.
           MOVE TOTAL-PERSONAS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Marcas' TO TOT-TEXTO.
           MOVE TOTAL-MARCADOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ACTIVIDAD-SOSPECHOSA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-PERSONAS TO RUN-ESCRITOS
               MOVE TOTAL-MARCADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ACTIVIDAD-SOSPECHOSA.
