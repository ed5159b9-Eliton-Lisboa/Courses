      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pasos propios del cierre de ano (CierreAnual-165.jcl).
      *          Corre en batch con dos tarjetas SYSIN: el modo y el
      *          ano que se cierra (AAAA).
      *            A = aguinaldo pendiente: RC 0 si AGUINALDO todavia
      *                no corrio en el ano (el paso siguiente lo
      *                corre), RC 4 si ya corrio y se salta.
      *            P = cierre del periodo final del ano de cada grupo
      *                de pago (el ultimo del calendario; AAAA12 para
      *                el mensual sin calendario). RC 8 si a un grupo
      *                le falta la corrida final o si hay aguinaldo
      *                encolado despues de la ultima RECIBOS-NOMINA.
      *            V = verifica que existan las tablas de impuesto y
      *                el calendario de pagos del ano siguiente. RC 8
      *                si falta alguno.
      *            R = renueva ytd.dat y los saldos de licencia al ano
      *                siguiente para los activos: registro YTD en
      *                cero del ano nuevo, derecho completo del tipo
      *                en saldos_licencia.dat y el saldo de vacaciones
      *                arrastrado con los tomados en cero.
      *          Cada modo deja su linea en la bitacora de corridas con
      *          su propio nombre, para la hoja del cierre anual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL PERIODOS-ARCHIVO
           ASSIGN TO 'periodos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIODOS-STATUS.

           SELECT OPTIONAL CALENDARIO-ARCHIVO
           ASSIGN TO 'calendario_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDARIO-STATUS.

           SELECT OPTIONAL GRUPOS-ARCHIVO
           ASSIGN TO 'grupos_pago.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRUPOS-STATUS.

           SELECT OPTIONAL TABLAS-ARCHIVO
           ASSIGN TO 'tablas_impuesto.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TABLAS-STATUS.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

           SELECT OPTIONAL VACACIONES-ARCHIVO
           ASSIGN TO 'vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS VAC-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS VACACIONES-STATUS.

           SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
           ASSIGN TO 'tipos_licencia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPOS-LICENCIA-STATUS.

           SELECT OPTIONAL SALDOS-LICENCIA-ARCHIVO
           ASSIGN TO 'saldos_licencia.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SLI-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SALDOS-LICENCIA-STATUS.

      *    Bitacora estandar de corridas: se lee para saber cuando
      *    corrieron AGUINALDO y RECIBOS-NOMINA, y se le agrega la
      *    linea de cada modo.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  PERIODOS-ARCHIVO.
           01  PERIODOS-REGISTRO.
               05  PERIODOS-ID PIC 9(6).
               05  PERIODOS-EVENTO PIC X(8).
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).

       FD  CALENDARIO-ARCHIVO.
           01  CALENDARIO-REGISTRO.
               05  CAL-PERIODO PIC 9(6).
               05  CAL-FECHA-CORTE PIC 9(8).
               05  CAL-FECHA-PAGO PIC 9(8).
               05  CAL-FECHA-BANCO PIC 9(8).
               05  CAL-GRUPO PIC X(4).

       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
               05  GRP-DIA-CORTE PIC 99.
               05  GRP-DIA-PAGO PIC 99.

       FD  TABLAS-ARCHIVO.
           01  TABLAS-REGISTRO.
               05  TAB-PAIS PIC X(2).
               05  TAB-ANO PIC 9(4).
               05  TAB-PISO PIC 9(9)V99.
               05  TAB-TASA PIC 9(3)V99.
               05  TAB-CUOTA PIC 9(7)V99.
               05  TAB-REGION PIC X(10).

       FD  YTD-ARCHIVO.
           01  YTD-REGISTRO.
               05  YTD-CLAVE.
                   10  YTD-EMPLEADOS-ID PIC 9(6).
                   10  YTD-ANO PIC 9(4).
               05  YTD-ULTIMO-PERIODO PIC 9(6).
               05  YTD-BRUTO PIC S9(11)V99.
               05  YTD-DEDUCCIONES PIC S9(11)V99.
               05  YTD-NETO PIC S9(11)V99.
               05  YTD-CODIGOS.
                   10  YTD-COD-ENTRADA OCCURS 12 TIMES.
                       15  YTD-COD-CODIGO PIC X(4).
                       15  YTD-COD-MONTO PIC S9(11)V99.
               05  YTD-EXTRA-BRUTO PIC S9(11)V99.
               05  YTD-EXTRA-NETO PIC S9(11)V99.
               05  YTD-GRAVABLE PIC S9(11)V99.

       FD  VACACIONES-ARCHIVO.
           01  VACACIONES-REGISTRO.
               05  VAC-EMPLEADOS-ID PIC 9(6).
               05  VAC-DIAS-ACUMULADOS PIC 9(4)V99.
               05  VAC-DIAS-TOMADOS PIC 9(4)V99.
               05  VAC-ULTIMO-PERIODO PIC 9(6).

       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
               05  TLI-PORCENTAJE PIC 9(3).
               05  TLI-USA-SALDO PIC X.

       FD  SALDOS-LICENCIA-ARCHIVO.
           01  SALDOS-LICENCIA-REGISTRO.
               05  SLI-CLAVE.
                   10  SLI-EMPLEADOS-ID PIC 9(6).
                   10  SLI-TIPO PIC X(4).
               05  SLI-ANO PIC 9(4).
               05  SLI-DIAS-DERECHO PIC 9(3)V99.
               05  SLI-DIAS-TOMADOS PIC 9(3)V99.

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
           01  PERIODOS-STATUS PIC XX.
           01  CALENDARIO-STATUS PIC XX.
           01  GRUPOS-STATUS PIC XX.
           01  TABLAS-STATUS PIC XX.
           01  YTD-STATUS PIC XX.
           01  VACACIONES-STATUS PIC XX.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  SALDOS-LICENCIA-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  FIN-DEL-ARCHIVO PIC X VALUE '1'.
           01  FIN-ARCHIVO PIC X.
           01  FIN-SALDOS PIC X.

           01  MODO-CORRIDA PIC X.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-CIERRE PIC 9(4).
           01  ANO-SIGUIENTE PIC 9(4).
           01  FECHA-HOY PIC 9(8).

      *    Grupos de pago: el mensual (blanco) mas los de
      *    grupos_pago.dat (CalendarioNomina-75).
           01  TABLA-GRUPOS.
               05  GRU-ENTRADA OCCURS 50 TIMES.
                   10  GRU-CODIGO PIC X(4).
                   10  GRU-PERIODO-FINAL PIC 9(6).
                   10  GRU-EN-CALENDARIO PIC X.
                   10  GRU-CALENDARIO-SIGUIENTE PIC X.
           01  TOTAL-GRUPOS PIC 99 VALUE ZERO.
           01  INDICE-GRUPO PIC 99.

      *    Paises con tabla de impuesto en el ano que se cierra, y si
      *    ya tienen la del ano siguiente.
           01  TABLA-PAISES.
               05  PAI-ENTRADA OCCURS 20 TIMES.
                   10  PAI-CODIGO PIC X(2).
                   10  PAI-SIGUIENTE PIC X.
           01  TOTAL-PAISES PIC 99 VALUE ZERO.
           01  INDICE-PAIS PIC 99.
           01  PAIS-HALLADO PIC X.
           01  INDICE-YTD PIC 99.
           01  TABLAS-SIGUIENTE PIC 9(4) VALUE ZERO.

      *    Derecho anual por pais y tipo, de TiposLicencia-127.
           01  TABLA-TIPOS.
               05  TIP-ENTRADA OCCURS 200 TIMES.
                   10  TIP-PAIS PIC X(2).
                   10  TIP-CODIGO PIC X(4).
                   10  TIP-DIAS-ANUALES PIC 9(3).
           01  TOTAL-TIPOS PIC 9(3) VALUE ZERO.
           01  INDICE-TIPO PIC 9(3).
           01  TIPO-HALLADO PIC X.

           01  ULTIMO-EVENTO PIC X(8).
           01  AGUINALDO-FIN PIC 9(14) VALUE ZERO.
           01  AGUINALDO-BONOS PIC 9(6) VALUE ZERO.
           01  RECIBOS-INICIO PIC 9(14) VALUE ZERO.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-ESCRITOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-YTD-ABIERTOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SALDOS-RENOVADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-VACACIONES-RENOVADAS PIC 9(6) VALUE ZERO.
           01  NOMBRE-PASO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY 'Modo (A=aguinaldo pendiente, P=periodo final, '
               'V=verificar ano siguiente, R=renovar ano):'.
           ACCEPT MODO-CORRIDA.
           MOVE FUNCTION UPPER-CASE(MODO-CORRIDA) TO MODO-CORRIDA.
           DISPLAY 'Ano que se cierra (AAAA):'.
           ACCEPT ANO-ENTRADA.
           IF ANO-ENTRADA IS NOT NUMERIC
               DISPLAY 'Ano invalido: ' ANO-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANO-ENTRADA TO ANO-CIERRE.
           COMPUTE ANO-SIGUIENTE = ANO-CIERRE + 1.
           EVALUATE MODO-CORRIDA
               WHEN 'A'
                   PERFORM VERIFICAR-AGUINALDO
               WHEN 'P'
                   PERFORM CERRAR-PERIODOS-FINALES
               WHEN 'V'
                   PERFORM VERIFICAR-ANO-SIGUIENTE
               WHEN 'R'
                   PERFORM RENOVAR-ANO
               WHEN OTHER
                   DISPLAY 'Modo invalido: ' MODO-CORRIDA
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

      *    Ultima corrida de AGUINALDO que termino en el ano y ultima
      *    corrida de RECIBOS-NOMINA que empezo en el ano.
       LEER-BITACORA-ANO.
           OPEN INPUT RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ RUN-LOG-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF RUN-PROGRAMA = 'AGUINALDO' AND
                                   RUN-FIN(1:4) = ANO-CIERRE
                               MOVE RUN-FIN TO AGUINALDO-FIN
                               MOVE RUN-ESCRITOS TO AGUINALDO-BONOS
                           END-IF
                           IF RUN-PROGRAMA = 'RECIBOS-NOMINA' AND
                                   RUN-INICIO(1:4) = ANO-CIERRE
                               MOVE RUN-INICIO TO RECIBOS-INICIO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

      ******************************************************************
      *    Modo A: el aguinaldo se debe si AGUINALDO no corrio en el
      *    ano. Lo que encole ese paso lo paga la siguiente
      *    RECIBOS-NOMINA; el modo P no cierra el ano hasta entonces.
      ******************************************************************
       VERIFICAR-AGUINALDO.
           PERFORM LEER-BITACORA-ANO.
           IF AGUINALDO-FIN = ZERO
               DISPLAY 'Aguinaldo ' ANO-CIERRE ' pendiente: corre '
                   'en el paso siguiente.'
           ELSE
               DISPLAY 'Aguinaldo ' ANO-CIERRE ' ya corrio el '
                   AGUINALDO-FIN(1:8) ' (' AGUINALDO-BONOS
                   ' bonos); se salta.'
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      *    Modo P: cierra el periodo final del ano de cada grupo. Un
      *    grupo sin corrida final, o un aguinaldo encolado despues
      *    de la ultima nomina, frena el cierre con RC 8.
      ******************************************************************
       CERRAR-PERIODOS-FINALES.
           PERFORM LEER-BITACORA-ANO.
           IF AGUINALDO-BONOS > ZERO AND
                   AGUINALDO-FIN > RECIBOS-INICIO
               DISPLAY 'Aguinaldo encolado el ' AGUINALDO-FIN(1:8)
                   ' sin pagar: corra RECIBOS-NOMINA antes del '
                   'cierre del ano.'
               MOVE 1 TO TOTAL-RECHAZADOS
               MOVE 'CIERRE-PERIODO-FINAL' TO NOMBRE-PASO
               PERFORM REGISTRAR-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-GRUPOS.
           PERFORM BUSCAR-PERIODOS-FINALES.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPOS
               PERFORM CERRAR-UN-GRUPO
           END-PERFORM.
           DISPLAY 'Grupos revisados: ' TOTAL-LEIDOS
               ' Periodos cerrados: ' TOTAL-ESCRITOS
               ' Sin corrida final: ' TOTAL-RECHAZADOS.
           MOVE 'CIERRE-PERIODO-FINAL' TO NOMBRE-PASO.
           PERFORM REGISTRAR-RUN-LOG.
           IF TOTAL-RECHAZADOS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

       CARGAR-GRUPOS.
           MOVE 1 TO TOTAL-GRUPOS.
           MOVE SPACES TO GRU-CODIGO(1).
           MOVE ZERO TO GRU-PERIODO-FINAL(1).
           MOVE 'N' TO GRU-EN-CALENDARIO(1).
           MOVE 'N' TO GRU-CALENDARIO-SIGUIENTE(1).
           OPEN INPUT GRUPOS-ARCHIVO.
           IF GRUPOS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ GRUPOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF TOTAL-GRUPOS < 50 AND
                                   GRP-CODIGO NOT = SPACES
                               ADD 1 TO TOTAL-GRUPOS
                               MOVE GRP-CODIGO
                                   TO GRU-CODIGO(TOTAL-GRUPOS)
                               MOVE ZERO
                                   TO GRU-PERIODO-FINAL(TOTAL-GRUPOS)
                               MOVE 'N'
                                   TO GRU-EN-CALENDARIO(TOTAL-GRUPOS)
                               MOVE 'N' TO
                                 GRU-CALENDARIO-SIGUIENTE(TOTAL-GRUPOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GRUPOS-ARCHIVO.

      *    Recorre el calendario: el periodo mas alto del ano por
      *    grupo es el final, y de paso marca que grupos ya tienen
      *    periodos en el ano siguiente (modo V).
       BUSCAR-PERIODOS-FINALES.
           OPEN INPUT CALENDARIO-ARCHIVO.
           IF CALENDARIO-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CALENDARIO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM UBICAR-PERIODO-CALENDARIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CALENDARIO-ARCHIVO.
           IF GRU-EN-CALENDARIO(1) = 'N'
               COMPUTE GRU-PERIODO-FINAL(1) = ANO-CIERRE * 100 + 12
           END-IF.

       UBICAR-PERIODO-CALENDARIO.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPOS
               IF GRU-CODIGO(INDICE-GRUPO) = CAL-GRUPO
                   IF CAL-PERIODO(1:4) = ANO-CIERRE
                       MOVE 'S' TO GRU-EN-CALENDARIO(INDICE-GRUPO)
                       IF CAL-PERIODO > GRU-PERIODO-FINAL(INDICE-GRUPO)
                           MOVE CAL-PERIODO
                               TO GRU-PERIODO-FINAL(INDICE-GRUPO)
                       END-IF
                   END-IF
                   IF CAL-PERIODO(1:4) = ANO-SIGUIENTE
                       MOVE 'S'
                           TO GRU-CALENDARIO-SIGUIENTE(INDICE-GRUPO)
                   END-IF
               END-IF
           END-PERFORM.

      *    Mismo criterio que PeriodosNomina-23: el ultimo evento del
      *    periodo y grupo es el que manda. Se cierra solo lo que ya
      *    tiene su corrida.
       CERRAR-UN-GRUPO.
           IF INDICE-GRUPO > 1 AND
                   GRU-EN-CALENDARIO(INDICE-GRUPO) = 'N'
               DISPLAY 'Grupo [' GRU-CODIGO(INDICE-GRUPO) '] sin '
                   'periodos en el calendario ' ANO-CIERRE
                   '; no hay periodo final que cerrar.'
           ELSE
               ADD 1 TO TOTAL-LEIDOS
               PERFORM BUSCAR-ULTIMO-EVENTO
               EVALUATE ULTIMO-EVENTO
                   WHEN 'CIERRE'
                       DISPLAY 'Periodo '
                           GRU-PERIODO-FINAL(INDICE-GRUPO) ' ['
                           GRU-CODIGO(INDICE-GRUPO) '] ya cerrado.'
                   WHEN 'CORRIDA'
                       PERFORM REGISTRAR-CIERRE
                       ADD 1 TO TOTAL-ESCRITOS
                       DISPLAY 'Periodo '
                           GRU-PERIODO-FINAL(INDICE-GRUPO) ' ['
                           GRU-CODIGO(INDICE-GRUPO) '] cerrado.'
                   WHEN OTHER
                       ADD 1 TO TOTAL-RECHAZADOS
                       DISPLAY 'Periodo '
                           GRU-PERIODO-FINAL(INDICE-GRUPO) ' ['
                           GRU-CODIGO(INDICE-GRUPO) '] sin corrida '
                           'de nomina: no se cierra.'
               END-EVALUATE
           END-IF.

       BUSCAR-ULTIMO-EVENTO.
           MOVE SPACES TO ULTIMO-EVENTO.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF PERIODOS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ PERIODOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PERIODOS-ID =
                                   GRU-PERIODO-FINAL(INDICE-GRUPO) AND
                                   PERIODOS-GRUPO =
                                   GRU-CODIGO(INDICE-GRUPO)
                               MOVE PERIODOS-EVENTO TO ULTIMO-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PERIODOS-ARCHIVO.

       REGISTRAR-CIERRE.
           OPEN EXTEND PERIODOS-ARCHIVO.
           IF PERIODOS-STATUS NOT = '00' AND PERIODOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo PERIODOS. STATUS ='
                   PERIODOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GRU-PERIODO-FINAL(INDICE-GRUPO) TO PERIODOS-ID.
           MOVE 'CIERRE' TO PERIODOS-EVENTO.
           MOVE FECHA-HOY TO PERIODOS-FECHA.
           MOVE ZERO TO PERIODOS-EMPLEADOS.
           MOVE ZERO TO PERIODOS-IMPORTE.
           MOVE GRU-CODIGO(INDICE-GRUPO) TO PERIODOS-GRUPO.
           WRITE PERIODOS-REGISTRO.
           CLOSE PERIODOS-ARCHIVO.

      ******************************************************************
      *    Modo V: cada pais con tabla de impuesto en el ano que se
      *    cierra necesita la del ano siguiente (RecibosNomina-21
      *    busca TAB-ANO igual al ano en curso), y cada grupo de pago
      *    necesita periodos del ano siguiente en el calendario (el
      *    mensual, solo si ya usaba calendario).
      ******************************************************************
       VERIFICAR-ANO-SIGUIENTE.
           PERFORM CARGAR-PAISES-TABLA.
           IF TOTAL-PAISES = ZERO
               ADD 1 TO TOTAL-LEIDOS
               IF TABLAS-SIGUIENTE = ZERO
                   ADD 1 TO TOTAL-RECHAZADOS
                   DISPLAY 'No hay tablas de impuesto del ano '
                       ANO-SIGUIENTE '.'
               ELSE
                   ADD 1 TO TOTAL-ESCRITOS
               END-IF
           END-IF.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > TOTAL-PAISES
               ADD 1 TO TOTAL-LEIDOS
               IF PAI-SIGUIENTE(INDICE-PAIS) = 'S'
                   ADD 1 TO TOTAL-ESCRITOS
               ELSE
                   ADD 1 TO TOTAL-RECHAZADOS
                   DISPLAY 'Falta la tabla de impuesto '
                       ANO-SIGUIENTE ' de ' PAI-CODIGO(INDICE-PAIS)
                       ' (TABLAS-IMPUESTO).'
               END-IF
           END-PERFORM.
           PERFORM CARGAR-GRUPOS.
           PERFORM BUSCAR-PERIODOS-FINALES.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPOS
               IF INDICE-GRUPO > 1 OR
                       GRU-EN-CALENDARIO(1) = 'S'
                   ADD 1 TO TOTAL-LEIDOS
                   IF GRU-CALENDARIO-SIGUIENTE(INDICE-GRUPO) = 'S'
                       ADD 1 TO TOTAL-ESCRITOS
                   ELSE
                       ADD 1 TO TOTAL-RECHAZADOS
                       DISPLAY 'Falta el calendario ' ANO-SIGUIENTE
                           ' del grupo [' GRU-CODIGO(INDICE-GRUPO)
                           '] (CALENDARIO-NOMINA).'
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'Verificaciones: ' TOTAL-LEIDOS
               ' Correctas: ' TOTAL-ESCRITOS
               ' Faltantes: ' TOTAL-RECHAZADOS.
           MOVE 'CIERRE-VERIFICA-ANO' TO NOMBRE-PASO.
           PERFORM REGISTRAR-RUN-LOG.
           IF TOTAL-RECHAZADOS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Dos pasadas: los paises con tabla del ano que se cierra,
      *    y luego cuales de ellos ya tienen la del siguiente.
       CARGAR-PAISES-TABLA.
           OPEN INPUT TABLAS-ARCHIVO.
           IF TABLAS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ TABLAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF TAB-ANO = ANO-CIERRE
                               PERFORM AGREGAR-PAIS-TABLA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TABLAS-ARCHIVO.
           OPEN INPUT TABLAS-ARCHIVO.
           IF TABLAS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ TABLAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF TAB-ANO = ANO-SIGUIENTE
                               PERFORM MARCAR-PAIS-SIGUIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TABLAS-ARCHIVO.

       AGREGAR-PAIS-TABLA.
           MOVE 'N' TO PAIS-HALLADO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > TOTAL-PAISES
               IF PAI-CODIGO(INDICE-PAIS) = TAB-PAIS
                   MOVE 'S' TO PAIS-HALLADO
               END-IF
           END-PERFORM.
           IF PAIS-HALLADO = 'N' AND TOTAL-PAISES < 20
               ADD 1 TO TOTAL-PAISES
               MOVE TAB-PAIS TO PAI-CODIGO(TOTAL-PAISES)
               MOVE 'N' TO PAI-SIGUIENTE(TOTAL-PAISES)
           END-IF.

       MARCAR-PAIS-SIGUIENTE.
           ADD 1 TO TABLAS-SIGUIENTE.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > TOTAL-PAISES
               IF PAI-CODIGO(INDICE-PAIS) = TAB-PAIS
                   MOVE 'S' TO PAI-SIGUIENTE(INDICE-PAIS)
               END-IF
           END-PERFORM.

      ******************************************************************
      *    Modo R: por cada activo del maestro abre su YTD del ano
      *    siguiente en cero, arrastra el saldo de vacaciones con los
      *    tomados en cero y renueva el derecho de cada tipo de
      *    licencia con saldo. Los registros del ano que se cierra
      *    quedan para las constancias y la declaracion; volver a
      *    correr no abona dos veces.
      ******************************************************************
       RENOVAR-ANO.
           PERFORM CARGAR-TIPOS-LICENCIA.
           PERFORM ABRIR-ARCHIVOS-RENOVACION.
           PERFORM LEER-SIGUIENTE-EMPLEADO.
           PERFORM UNTIL FIN-DEL-ARCHIVO = '0'
               IF NOT STATUS-INATIVO
                   ADD 1 TO TOTAL-LEIDOS
                   PERFORM ABRIR-YTD-SIGUIENTE
                   PERFORM RENOVAR-VACACIONES
                   PERFORM RENOVAR-SALDOS-LICENCIA
               END-IF
               PERFORM LEER-SIGUIENTE-EMPLEADO
           END-PERFORM.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.
           CLOSE VACACIONES-ARCHIVO.
           CLOSE SALDOS-LICENCIA-ARCHIVO.
           DISPLAY 'Activos: ' TOTAL-LEIDOS
               ' YTD ' ANO-SIGUIENTE ' abiertos: ' TOTAL-YTD-ABIERTOS.
           DISPLAY 'Saldos de licencia renovados: '
               TOTAL-SALDOS-RENOVADOS
               ' Saldos de vacaciones arrastrados: '
               TOTAL-VACACIONES-RENOVADAS.
           MOVE TOTAL-YTD-ABIERTOS TO TOTAL-ESCRITOS.
           MOVE 'CIERRE-RENUEVA-YTD' TO NOMBRE-PASO.
           PERFORM REGISTRAR-RUN-LOG.
           COMPUTE TOTAL-ESCRITOS = TOTAL-SALDOS-RENOVADOS +
               TOTAL-VACACIONES-RENOVADAS.
           MOVE 'CIERRE-RENUEVA-SALDO' TO NOMBRE-PASO.
           PERFORM REGISTRAR-RUN-LOG.

       CARGAR-TIPOS-LICENCIA.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF TIPOS-LICENCIA-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ TIPOS-LICENCIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF TOTAL-TIPOS < 200
                               ADD 1 TO TOTAL-TIPOS
                               MOVE TLI-PAIS TO TIP-PAIS(TOTAL-TIPOS)
                               MOVE TLI-CODIGO
                                   TO TIP-CODIGO(TOTAL-TIPOS)
                               MOVE TLI-DIAS-ANUALES
                                   TO TIP-DIAS-ANUALES(TOTAL-TIPOS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TIPOS-LICENCIA-ARCHIVO.

       ABRIR-ARCHIVOS-RENOVACION.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
           OPEN I-O YTD-ARCHIVO.
           IF YTD-STATUS = '35' OR YTD-STATUS = '05'
               OPEN OUTPUT YTD-ARCHIVO
               CLOSE YTD-ARCHIVO
               OPEN I-O YTD-ARCHIVO
           END-IF.
           IF YTD-STATUS NOT = '00' AND YTD-STATUS NOT = '05'
               DISPLAY 'Error de archivo YTD-ARCHIVO. STATUS ='
                   YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O VACACIONES-ARCHIVO.
           IF VACACIONES-STATUS = '35' OR VACACIONES-STATUS = '05'
               OPEN OUTPUT VACACIONES-ARCHIVO
               CLOSE VACACIONES-ARCHIVO
               OPEN I-O VACACIONES-ARCHIVO
           END-IF.
           IF VACACIONES-STATUS NOT = '00' AND
                   VACACIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo VACACIONES. STATUS ='
                   VACACIONES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SALDOS-LICENCIA-ARCHIVO.
           IF SALDOS-LICENCIA-STATUS = '35' OR
                   SALDOS-LICENCIA-STATUS = '05'
               OPEN OUTPUT SALDOS-LICENCIA-ARCHIVO
               CLOSE SALDOS-LICENCIA-ARCHIVO
               OPEN I-O SALDOS-LICENCIA-ARCHIVO
           END-IF.
           IF SALDOS-LICENCIA-STATUS NOT = '00' AND
                   SALDOS-LICENCIA-STATUS NOT = '05'
               DISPLAY 'Error de archivo SALDOS-LICENCIA. STATUS ='
                   SALDOS-LICENCIA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LEER-SIGUIENTE-EMPLEADO.
           IF FIN-DEL-ARCHIVO NOT = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
               END-READ
           END-IF.

      *    Mismo registro en cero que arma RecibosNomina-21 en
      *    ABONAR-YTD la primera vez del ano.
       ABRIR-YTD-SIGUIENTE.
           MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANO-SIGUIENTE TO YTD-ANO.
           READ YTD-ARCHIVO
               INVALID KEY
                   MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID
                   MOVE ANO-SIGUIENTE TO YTD-ANO
                   MOVE ZERO TO YTD-ULTIMO-PERIODO
                   MOVE ZERO TO YTD-BRUTO
                   MOVE ZERO TO YTD-DEDUCCIONES
                   MOVE ZERO TO YTD-NETO
                   MOVE ZERO TO YTD-EXTRA-BRUTO
                   MOVE ZERO TO YTD-EXTRA-NETO
                   MOVE ZERO TO YTD-GRAVABLE
                   PERFORM VARYING INDICE-YTD FROM 1 BY 1
                           UNTIL INDICE-YTD > 12
                       MOVE SPACES TO YTD-COD-CODIGO(INDICE-YTD)
                       MOVE ZERO TO YTD-COD-MONTO(INDICE-YTD)
                   END-PERFORM
                   WRITE YTD-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo abrir el YTD '
                               ANO-SIGUIENTE ' del ID ' EMPLEADOS-ID
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-YTD-ABIERTOS
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    El saldo disponible (acumulados - tomados) pasa entero al
      *    ano nuevo como acumulado; los tomados vuelven a cero.
       RENOVAR-VACACIONES.
           MOVE EMPLEADOS-ID TO VAC-EMPLEADOS-ID.
           READ VACACIONES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAC-DIAS-TOMADOS > ZERO
                       IF VAC-DIAS-TOMADOS > VAC-DIAS-ACUMULADOS
                           MOVE ZERO TO VAC-DIAS-ACUMULADOS
                       ELSE
                           SUBTRACT VAC-DIAS-TOMADOS
                               FROM VAC-DIAS-ACUMULADOS
                       END-IF
                       MOVE ZERO TO VAC-DIAS-TOMADOS
                       REWRITE VACACIONES-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo renovar vacaciones '
                                   'del ID ' EMPLEADOS-ID
                           NOT INVALID KEY
                               ADD 1 TO TOTAL-VACACIONES-RENOVADAS
                       END-REWRITE
                   END-IF
           END-READ.

      *    Cada tipo con saldo del empleado que siga en el ano que se
      *    cierra (o antes) recibe el derecho completo del ano
      *    siguiente, como hace Vacaciones-33 en el primer uso.
       RENOVAR-SALDOS-LICENCIA.
           MOVE EMPLEADOS-ID TO SLI-EMPLEADOS-ID.
           MOVE LOW-VALUES TO SLI-TIPO.
           MOVE 'N' TO FIN-SALDOS.
           START SALDOS-LICENCIA-ARCHIVO
                   KEY IS NOT LESS THAN SLI-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-SALDOS
           END-START.
           PERFORM UNTIL FIN-SALDOS = 'S'
               READ SALDOS-LICENCIA-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SALDOS
                   NOT AT END
                       IF SLI-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-SALDOS
                       ELSE
                           IF SLI-ANO <= ANO-CIERRE
                               PERFORM RENOVAR-UN-SALDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RENOVAR-UN-SALDO.
           MOVE 'N' TO TIPO-HALLADO.
           PERFORM VARYING INDICE-TIPO FROM 1 BY 1
                   UNTIL INDICE-TIPO > TOTAL-TIPOS OR
                       TIPO-HALLADO = 'S'
               IF TIP-PAIS(INDICE-TIPO) = DIR-CODIGO-PAIS AND
                       TIP-CODIGO(INDICE-TIPO) = SLI-TIPO
                   MOVE 'S' TO TIPO-HALLADO
                   MOVE TIP-DIAS-ANUALES(INDICE-TIPO)
                       TO SLI-DIAS-DERECHO
               END-IF
           END-PERFORM.
           MOVE ANO-SIGUIENTE TO SLI-ANO.
           MOVE ZERO TO SLI-DIAS-TOMADOS.
           REWRITE SALDOS-LICENCIA-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo renovar el saldo ' SLI-TIPO
                       ' del ID ' EMPLEADOS-ID
               NOT INVALID KEY
                   ADD 1 TO TOTAL-SALDOS-RENOVADOS
           END-REWRITE.

      *    Linea estandar de bitacora de corrida, con el nombre del
      *    paso del cierre en vez del programa.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE NOMBRE-PASO TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-ESCRITOS TO RUN-ESCRITOS
               MOVE TOTAL-RECHAZADOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM CIERRE-ANUAL.
