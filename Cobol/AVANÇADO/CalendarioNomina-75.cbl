      *          este archivo y avisa al operador cuando la corrida
      *          arranca fuera de la ventana programada - el mural de
      *          fechas deja de vivir solo en la pared.
      *          Cada grupo de pago (GruposPago-102) tiene su propio
      *          calendario: el mensual con su dia de corte y de pago,
      *          y los catorcenales y semanales con un corte cada 14 o
      *          7 dias en el dia de la semana del grupo, numerados
      *          AAAANN dentro del ano. El grupo en blanco es el
      *          mensual de siempre (corte 25, pago ultimo dia).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDARIO-STATUS.

           SELECT OPTIONAL GRUPOS-ARCHIVO
           ASSIGN TO 'grupos_pago.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRUPOS-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'calendario_pagos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
               05  CAL-FECHA-PAGO PIC 9(8).
               05  CAL-FECHA-BANCO PIC 9(8).
      *            Fecha limite para subir el archivo al banco.
               05  CAL-GRUPO PIC X(4).
      *            Grupo de pago del periodo; las lineas anteriores a
      *            los grupos quedan en blanco = grupo mensual.

       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
               05  GRP-DIA-CORTE PIC 99.
               05  GRP-DIA-PAGO PIC 99.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(80).
       WORKING-STORAGE SECTION.
           01  ANO-TXT PIC X(30)
               VALUE 'Ano a generar (AAAA): '.
           01  GRUPO-TXT PIC X(40)
               VALUE 'Grupo de pago (ENTER = mensual): '.

           01  DIA-CORTE PIC 99 VALUE 25.
           01  DIA-PAGO PIC 99 VALUE ZERO.
      *        Reglas del grupo elegido; por omision las del grupo
      *        mensual de siempre (ver GruposPago-102).
           01  FRECUENCIA-GRUPO PIC X VALUE 'M'.
               88  GRUPO-MENSUAL VALUE 'M'.
               88  GRUPO-CATORCENAL VALUE 'C'.
               88  GRUPO-SEMANAL VALUE 'S'.
           01  DIAS-ANTES-BANCO PIC 9 VALUE 2.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  CALENDARIO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  GRUPOS-STATUS PIC XX.
           01  FIN-GRUPOS PIC X.
           01  GRUPO-ENTRADA PIC X(4).
           01  GRUPO-VALIDO PIC X.
           01  FIN-CALENDARIO PIC X.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-VALIDO PIC X.
           01  DIA-SEMANA PIC 9.
      *        REM(dias absolutos, 7): 1=lunes ... 6=sabado, 0=domingo
      *        (el dia 1 de INTEGER-OF-DATE fue lunes).
           01  DIA-SEMANA-CORTE PIC 9.
           01  DIAS-CORTE PIC 9(7).
           01  DIAS-ENTRE-CORTES PIC 99.
           01  SECUENCIA-PERIODO PIC 99.

           01  LINEA-CAB-CAL.
               05  FILLER PIC X(21) VALUE 'CALENDARIO DE NOMINA '.
               05  CAB-ANO PIC 9(4).
               05  FILLER PIC X(8) VALUE ' GRUPO '.
               05  CAB-GRUPO PIC X(4).

           01  LINEA-DET-CAL.
               05  FILLER PIC X(9) VALUE 'Periodo '.
               END-IF
           END-PERFORM.

      *    Los periodos del ano del grupo se anexan al archivo; en el
      *    grupo mensual el corte cae el dia 25, el pago el ultimo dia
      *    del mes (o los dias del grupo) y el corte bancario dos dias
      *    habiles antes del pago, todos corridos al viernes anterior
      *    si caen en fin de semana.
       GENERAR-ANO.
           PERFORM PEDIR-ANO.
           PERFORM PEDIR-GRUPO.
           OPEN EXTEND CALENDARIO-ARCHIVO.
           IF CALENDARIO-STATUS NOT = '00' AND
                   CALENDARIO-STATUS NOT = '05'
                   CALENDARIO-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO SECUENCIA-PERIODO.
           IF GRUPO-MENSUAL
               PERFORM VARYING MES-TRABAJO FROM 1 BY 1
                       UNTIL MES-TRABAJO > 12
                   PERFORM GENERAR-UN-PERIODO
               END-PERFORM
           ELSE
               PERFORM GENERAR-PERIODOS-SEMANA
           END-IF.
           CLOSE CALENDARIO-ARCHIVO.
           DISPLAY 'Calendario ' ANO-TRABAJO ' del grupo ['
               GRUPO-ENTRADA '] generado (' SECUENCIA-PERIODO
               ' periodos).'.

      *    El dia de corte y de pago del grupo se topan al largo del
      *    mes (corte 31 en febrero = ultimo dia de febrero).
       GENERAR-UN-PERIODO.
           ADD 1 TO SECUENCIA-PERIODO.
           COMPUTE CAL-PERIODO = ANO-TRABAJO * 100 + MES-TRABAJO.
           MOVE GRUPO-ENTRADA TO CAL-GRUPO.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF DIA-CORTE > DIAS-DEL-MES
               COMPUTE FECHA-TRABAJO = ANO-TRABAJO * 10000 +
                   MES-TRABAJO * 100 + DIAS-DEL-MES
           ELSE
               COMPUTE FECHA-TRABAJO = ANO-TRABAJO * 10000 +
                   MES-TRABAJO * 100 + DIA-CORTE
           END-IF.
           PERFORM RECORRER-A-HABIL.
           MOVE FECHA-TRABAJO TO CAL-FECHA-CORTE.
           IF DIA-PAGO = ZERO OR DIA-PAGO > DIAS-DEL-MES
               COMPUTE FECHA-TRABAJO = ANO-TRABAJO * 10000 +
                   MES-TRABAJO * 100 + DIAS-DEL-MES
           ELSE
               COMPUTE FECHA-TRABAJO = ANO-TRABAJO * 10000 +
                   MES-TRABAJO * 100 + DIA-PAGO
           END-IF.
           PERFORM RECORRER-A-HABIL.
           MOVE FECHA-TRABAJO TO CAL-FECHA-PAGO.
           PERFORM CALCULAR-FECHA-BANCO.
           WRITE CALENDARIO-REGISTRO.

      *    Catorcenal o semanal: primer corte = primer dia del ano que
      *    cae en el dia de la semana del grupo, y de ahi cada 14 o 7
      *    dias mientras siga dentro del ano. El corte no se recorre
      *    (ya es el dia fijo del grupo); el pago es el corte mas los
      *    dias del grupo, recorrido a dia habil.
       GENERAR-PERIODOS-SEMANA.
           IF GRUPO-CATORCENAL
               MOVE 14 TO DIAS-ENTRE-CORTES
           ELSE
               MOVE 7 TO DIAS-ENTRE-CORTES
           END-IF.
           IF DIA-CORTE = 7
               MOVE 0 TO DIA-SEMANA-CORTE
           ELSE
               MOVE DIA-CORTE TO DIA-SEMANA-CORTE
           END-IF.
           COMPUTE FECHA-TRABAJO = ANO-TRABAJO * 10000 + 0101.
           COMPUTE DIAS-CORTE =
               FUNCTION INTEGER-OF-DATE(FECHA-TRABAJO).
           COMPUTE DIA-SEMANA = FUNCTION REM(DIAS-CORTE, 7).
           PERFORM UNTIL DIA-SEMANA = DIA-SEMANA-CORTE
               ADD 1 TO DIAS-CORTE
               COMPUTE DIA-SEMANA = FUNCTION REM(DIAS-CORTE, 7)
           END-PERFORM.
           COMPUTE FECHA-TRABAJO = FUNCTION DATE-OF-INTEGER(DIAS-CORTE).
           PERFORM UNTIL FECHA-TRABAJO(1:4) NOT = ANO-ENTRADA
               ADD 1 TO SECUENCIA-PERIODO
               COMPUTE CAL-PERIODO =
                   ANO-TRABAJO * 100 + SECUENCIA-PERIODO
               MOVE GRUPO-ENTRADA TO CAL-GRUPO
               MOVE FECHA-TRABAJO TO CAL-FECHA-CORTE
               COMPUTE FECHA-TRABAJO = FUNCTION DATE-OF-INTEGER(
                   DIAS-CORTE + DIA-PAGO)
               PERFORM RECORRER-A-HABIL
               MOVE FECHA-TRABAJO TO CAL-FECHA-PAGO
               PERFORM CALCULAR-FECHA-BANCO
               WRITE CALENDARIO-REGISTRO
               ADD DIAS-ENTRE-CORTES TO DIAS-CORTE
               COMPUTE FECHA-TRABAJO =
                   FUNCTION DATE-OF-INTEGER(DIAS-CORTE)
           END-PERFORM.

       CALCULAR-FECHA-BANCO.
           COMPUTE DIAS-ABSOLUTOS =
               FUNCTION INTEGER-OF-DATE(CAL-FECHA-PAGO) -
               DIAS-ANTES-BANCO.
               FUNCTION DATE-OF-INTEGER(DIAS-ABSOLUTOS).
           PERFORM RECORRER-A-HABIL.
           MOVE FECHA-TRABAJO TO CAL-FECHA-BANCO.

      *    Grupo en blanco = el mensual de siempre; cualquier otro
      *    debe existir en grupos_pago.dat y de ahi salen sus reglas.
       PEDIR-GRUPO.
           MOVE 'N' TO GRUPO-VALIDO.
           PERFORM UNTIL GRUPO-VALIDO = 'S'
               MOVE SPACES TO GRUPO-ENTRADA
               DISPLAY GRUPO-TXT
               ACCEPT GRUPO-ENTRADA
               MOVE FUNCTION UPPER-CASE(GRUPO-ENTRADA)
                   TO GRUPO-ENTRADA
               PERFORM BUSCAR-GRUPO
               IF GRUPO-VALIDO = 'N'
                   DISPLAY 'El grupo ' GRUPO-ENTRADA ' no existe en '
                       'grupos_pago.dat.'
               END-IF
           END-PERFORM.

       BUSCAR-GRUPO.
           MOVE 'M' TO FRECUENCIA-GRUPO.
           MOVE 25 TO DIA-CORTE.
           MOVE ZERO TO DIA-PAGO.
           IF GRUPO-ENTRADA = SPACES
               MOVE 'S' TO GRUPO-VALIDO
           ELSE
               OPEN INPUT GRUPOS-ARCHIVO
               IF GRUPOS-STATUS = '05' OR GRUPOS-STATUS = '35'
                   CLOSE GRUPOS-ARCHIVO
               ELSE
                   MOVE 'N' TO FIN-GRUPOS
                   PERFORM UNTIL FIN-GRUPOS = 'S'
                       READ GRUPOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-GRUPOS
                           NOT AT END
                               IF GRP-CODIGO = GRUPO-ENTRADA
                                   MOVE 'S' TO GRUPO-VALIDO
                                   MOVE 'S' TO FIN-GRUPOS
                                   MOVE GRP-FRECUENCIA
                                       TO FRECUENCIA-GRUPO
                                   MOVE GRP-DIA-CORTE TO DIA-CORTE
                                   MOVE GRP-DIA-PAGO TO DIA-PAGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRUPOS-ARCHIVO
               END-IF
           END-IF.

      *    Corre FECHA-TRABAJO al viernes anterior si cae en sabado
      *    o domingo.

       IMPRIMIR-CALENDARIO.
           PERFORM PEDIR-ANO.
           PERFORM PEDIR-GRUPO.
           OPEN INPUT CALENDARIO-ARCHIVO.
           IF CALENDARIO-STATUS = '05' OR CALENDARIO-STATUS = '35'
               DISPLAY 'Todavia no hay calendario generado.'
           ELSE
               OPEN OUTPUT REPORTE-ARCHIVO
               MOVE ANO-TRABAJO TO CAB-ANO
               MOVE GRUPO-ENTRADA TO CAB-GRUPO
               MOVE LINEA-CAB-CAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
                       AT END
                           MOVE 'S' TO FIN-CALENDARIO
                       NOT AT END
                           IF CAL-PERIODO(1:4) = ANO-ENTRADA AND
                                   CAL-GRUPO = GRUPO-ENTRADA
                               MOVE CAL-PERIODO TO DET-PERIODO
                               MOVE CAL-FECHA-CORTE TO DET-CORTE
                               MOVE CAL-FECHA-PAGO TO DET-PAGO
                       AT END
                           MOVE 'S' TO FIN-CALENDARIO
                       NOT AT END
                           DISPLAY 'Grupo [' CAL-GRUPO '] '
                               'periodo ' CAL-PERIODO
                               ' corte=' CAL-FECHA-CORTE
                               ' pago=' CAL-FECHA-PAGO
                               ' banco=' CAL-FECHA-BANCO
