      ******************************************************************
      * Author:
      * Date:
      * Purpose: Hoja de control del cierre de ano: ultimo paso de
      *          CierreAnual-165.jcl, hermana anual de HojaCierre-56.
      *          Con el ano del cierre (tarjeta SYSIN AAAA) junta en
      *          hoja_cierre_anual-AAAA.txt la ultima linea de bitacora
      *          de cada paso del stream (aguinaldo, periodo final,
      *          constancias, declaracion, verificacion del ano
      *          siguiente, renovacion de YTD y saldos, snapshot) con
      *          sus leidos / escritos / rechazados, los acumulados
      *          del ano en ytd.dat y el snapshot del cierre, para
      *          archivar el ano con evidencia. Un paso sin linea en la
      *          bitacora sale marcado: no corrio o se cayo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-CIERRE-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

           SELECT OPTIONAL CONTROL-SNAPSHOTS
           ASSIGN TO 'snapshots_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

      *    Nombre fechado por ano (misma mecanica que
      *    EstadoAnual-68).
           SELECT HOJA-ARCHIVO
           ASSIGN DYNAMIC HOJA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOJA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
               05  RUN-PROGRAMA PIC X(20).
               05  RUN-INICIO PIC 9(14).
               05  RUN-FIN PIC 9(14).
               05  RUN-LEIDOS PIC 9(6).
               05  RUN-ESCRITOS PIC 9(6).
               05  RUN-RECHAZADOS PIC 9(6).
               05  RUN-ESTADO PIC X(4).

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

       FD  CONTROL-SNAPSHOTS.
           01  CONTROL-SNAP-REGISTRO.
               05  CONTROL-SNAP-FECHA PIC 9(8).
               05  CONTROL-SNAP-ARCHIVO PIC X(22).
               05  CONTROL-SNAP-TOTAL PIC 9(5).
               05  CONTROL-SNAP-ACTIVOS PIC 9(5).

       FD  HOJA-ARCHIVO.
           01  LINEA-HOJA PIC X(80).

       WORKING-STORAGE SECTION.
           01  RUN-LOG-STATUS PIC XX.
           01  YTD-STATUS PIC XX.
           01  CONTROL-STATUS PIC XX.
           01  HOJA-STATUS PIC XX.
           01  HOJA-NOMBRE PIC X(30).
           01  FIN-ARCHIVO PIC X.

           01  ANO-TXT PIC X(32)
               VALUE 'Ano del cierre (AAAA): '.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-CIERRE PIC 9(4).
           01  FECHA-HOY PIC 9(8).

      *    Pasos del stream en el orden del JCL, con el nombre que
      *    cada uno deja en la bitacora.
           01  TABLA-PASOS-VALORES.
               05  FILLER PIC X(40)
                   VALUE 'AGUINALDO           Aguinaldo / 13o     '.
               05  FILLER PIC X(40)
                   VALUE 'CIERRE-PERIODO-FINALPeriodo final       '.
               05  FILLER PIC X(40)
                   VALUE 'ESTADO-ANUAL        Constancias anuales '.
               05  FILLER PIC X(40)
                   VALUE 'DECLARACION-ANUAL   Declaracion anual   '.
               05  FILLER PIC X(40)
                   VALUE 'CIERRE-VERIFICA-ANO Tablas y calendario '.
               05  FILLER PIC X(40)
                   VALUE 'CIERRE-RENUEVA-YTD  YTD del ano nuevo   '.
               05  FILLER PIC X(40)
                   VALUE 'CIERRE-RENUEVA-SALDOSaldos de licencia  '.
               05  FILLER PIC X(40)
                   VALUE 'SNAPSHOT-HEADCOUNT  Snapshot de cierre  '.
           01  TABLA-PASOS REDEFINES TABLA-PASOS-VALORES.
               05  PAS-ENTRADA OCCURS 8 TIMES.
                   10  PAS-PROGRAMA PIC X(20).
                   10  PAS-DESCRIPCION PIC X(20).
           01  TOTAL-PASOS PIC 9 VALUE 8.
           01  INDICE-PASO PIC 9.

      *    Ultima linea de bitacora de cada paso desde el 1 de
      *    diciembre del ano del cierre (el stream puede correr en
      *    los primeros dias de enero).
           01  TABLA-CORRIDAS.
               05  CRR-ENTRADA OCCURS 8 TIMES.
                   10  CRR-HALLADA PIC X.
                   10  CRR-FIN PIC 9(14).
                   10  CRR-LEIDOS PIC 9(6).
                   10  CRR-ESCRITOS PIC 9(6).
                   10  CRR-RECHAZADOS PIC 9(6).
                   10  CRR-ESTADO PIC X(4).
           01  DESDE-BITACORA PIC 9(8).
           01  PASOS-FALTANTES PIC 9 VALUE ZERO.

           01  YTD-EMPLEADOS PIC 9(6) VALUE ZERO.
           01  YTD-TOTAL-BRUTO PIC S9(13)V99 VALUE ZERO.
           01  YTD-TOTAL-DEDUCCIONES PIC S9(13)V99 VALUE ZERO.
           01  YTD-TOTAL-NETO PIC S9(13)V99 VALUE ZERO.
           01  YTD-TOTAL-GRAVABLE PIC S9(13)V99 VALUE ZERO.
           01  YTD-SIGUIENTE PIC 9(6) VALUE ZERO.

           01  SNAPSHOT-HALLADO PIC X VALUE 'N'.
           01  SNAPSHOT-ULTIMO PIC X(40).

           01  LINEA-TITULO.
               05  FILLER PIC X(25)
                   VALUE 'HOJA DE CIERRE DEL ANO'.
               05  TIT-ANO PIC 9(4).
               05  FILLER PIC X(10) VALUE '  Fecha: '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-CABECERA-PASOS.
               05  FILLER PIC X(21) VALUE 'Paso'.
               05  FILLER PIC X(9) VALUE 'Fecha'.
               05  FILLER PIC X(8) VALUE ' Leidos'.
               05  FILLER PIC X(8) VALUE ' Escrit'.
               05  FILLER PIC X(8) VALUE ' Rechaz'.
               05  FILLER PIC X(7) VALUE ' Estado'.

           01  LINEA-PASO.
               05  LPA-DESCRIPCION PIC X(20).
               05  FILLER PIC X VALUE SPACE.
               05  LPA-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  LPA-LEIDOS PIC ZZZZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LPA-ESCRITOS PIC ZZZZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LPA-RECHAZADOS PIC ZZZZZ9.
               05  FILLER PIC X(3) VALUE SPACES.
               05  LPA-ESTADO PIC X(4).

           01  LINEA-PASO-FALTANTE.
               05  LPF-DESCRIPCION PIC X(20).
               05  FILLER PIC X(28)
                   VALUE ' ** SIN CORRIDA EN EL CIERRE'.
               05  FILLER PIC X(3) VALUE ' **'.

           01  LINEA-YTD-EMPLEADOS.
               05  FILLER PIC X(30)
                   VALUE 'Empleados con YTD del ano: '.
               05  LYE-EMPLEADOS PIC ZZZZZ9.
               05  FILLER PIC X(20) VALUE '  abiertos ano sig: '.
               05  LYE-SIGUIENTE PIC ZZZZZ9.

           01  LINEA-YTD-IMPORTE.
               05  LYI-TEXTO PIC X(30).
               05  LYI-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-SNAPSHOT.
               05  FILLER PIC X(22) VALUE 'Snapshot del cierre: '.
               05  SNA-ARCHIVO PIC X(22).
               05  FILLER PIC X(8) VALUE ' total= '.
               05  SNA-TOTAL PIC ZZZZ9.
               05  FILLER PIC X(10) VALUE ' activos= '.
               05  SNA-ACTIVOS PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           DISPLAY ANO-TXT.
           ACCEPT ANO-ENTRADA.
           IF ANO-ENTRADA IS NOT NUMERIC
               DISPLAY 'Ano invalido: ' ANO-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANO-ENTRADA TO ANO-CIERRE.
           COMPUTE DESDE-BITACORA = ANO-CIERRE * 10000 + 1201.
           PERFORM BUSCAR-CORRIDAS-PASOS.
           PERFORM SUMAR-YTD-ANO.
           PERFORM BUSCAR-SNAPSHOT-CIERRE.
           PERFORM ESCRIBIR-HOJA.
           DISPLAY 'Hoja de cierre anual en ' HOJA-NOMBRE.
           IF PASOS-FALTANTES > ZERO
               DISPLAY 'Pasos sin corrida en el cierre: '
                   PASOS-FALTANTES
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           STOP RUN.

      *    El aguinaldo puede haber corrido antes de diciembre: para
      *    ese paso vale cualquier corrida del ano.
       BUSCAR-CORRIDAS-PASOS.
           PERFORM VARYING INDICE-PASO FROM 1 BY 1
                   UNTIL INDICE-PASO > TOTAL-PASOS
               MOVE 'N' TO CRR-HALLADA(INDICE-PASO)
           END-PERFORM.
           OPEN INPUT RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ RUN-LOG-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM UBICAR-CORRIDA-PASO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       UBICAR-CORRIDA-PASO.
           PERFORM VARYING INDICE-PASO FROM 1 BY 1
                   UNTIL INDICE-PASO > TOTAL-PASOS
               IF RUN-PROGRAMA = PAS-PROGRAMA(INDICE-PASO)
                   IF RUN-FIN(1:8) >= DESDE-BITACORA OR
                           (INDICE-PASO = 1 AND
                            RUN-FIN(1:4) = ANO-CIERRE)
                       MOVE 'S' TO CRR-HALLADA(INDICE-PASO)
                       MOVE RUN-FIN TO CRR-FIN(INDICE-PASO)
                       MOVE RUN-LEIDOS TO CRR-LEIDOS(INDICE-PASO)
                       MOVE RUN-ESCRITOS TO CRR-ESCRITOS(INDICE-PASO)
                       MOVE RUN-RECHAZADOS
                           TO CRR-RECHAZADOS(INDICE-PASO)
                       MOVE RUN-ESTADO TO CRR-ESTADO(INDICE-PASO)
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-YTD-ANO.
           OPEN INPUT YTD-ARCHIVO.
           IF YTD-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ YTD-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM SUMAR-UN-YTD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE YTD-ARCHIVO.

       SUMAR-UN-YTD.
           IF YTD-ANO = ANO-CIERRE
               ADD 1 TO YTD-EMPLEADOS
               ADD YTD-BRUTO TO YTD-TOTAL-BRUTO
               ADD YTD-DEDUCCIONES TO YTD-TOTAL-DEDUCCIONES
               ADD YTD-NETO TO YTD-TOTAL-NETO
               ADD YTD-GRAVABLE TO YTD-TOTAL-GRAVABLE
           ELSE
               IF YTD-ANO = ANO-CIERRE + 1
                   ADD 1 TO YTD-SIGUIENTE
               END-IF
           END-IF.

      *    Ultimo snapshot tomado desde el 1 de diciembre.
       BUSCAR-SNAPSHOT-CIERRE.
           OPEN INPUT CONTROL-SNAPSHOTS.
           IF CONTROL-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CONTROL-SNAPSHOTS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CONTROL-SNAP-FECHA >= DESDE-BITACORA
                               MOVE 'S' TO SNAPSHOT-HALLADO
                               MOVE CONTROL-SNAP-REGISTRO
                                   TO SNAPSHOT-ULTIMO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTROL-SNAPSHOTS.
           IF SNAPSHOT-HALLADO = 'S'
               MOVE SNAPSHOT-ULTIMO TO CONTROL-SNAP-REGISTRO
           END-IF.

       ESCRIBIR-HOJA.
           MOVE SPACES TO HOJA-NOMBRE.
           STRING 'hoja_cierre_anual-' ANO-CIERRE '.txt'
               DELIMITED BY SIZE INTO HOJA-NOMBRE.
           OPEN OUTPUT HOJA-ARCHIVO.
           IF HOJA-STATUS NOT = '00'
               DISPLAY 'Error de archivo HOJA-ARCHIVO. STATUS ='
                   HOJA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ANO-CIERRE TO TIT-ANO.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE LINEA-CABECERA-PASOS TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           PERFORM VARYING INDICE-PASO FROM 1 BY 1
                   UNTIL INDICE-PASO > TOTAL-PASOS
               PERFORM ESCRIBIR-LINEA-PASO
           END-PERFORM.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE YTD-EMPLEADOS TO LYE-EMPLEADOS.
           MOVE YTD-SIGUIENTE TO LYE-SIGUIENTE.
           MOVE LINEA-YTD-EMPLEADOS TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE 'Bruto del ano:' TO LYI-TEXTO.
           MOVE YTD-TOTAL-BRUTO TO LYI-IMPORTE.
           MOVE LINEA-YTD-IMPORTE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE 'Deducciones del ano:' TO LYI-TEXTO.
           MOVE YTD-TOTAL-DEDUCCIONES TO LYI-IMPORTE.
           MOVE LINEA-YTD-IMPORTE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE 'Neto del ano:' TO LYI-TEXTO.
           MOVE YTD-TOTAL-NETO TO LYI-IMPORTE.
           MOVE LINEA-YTD-IMPORTE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE 'Base gravable del ano:' TO LYI-TEXTO.
           MOVE YTD-TOTAL-GRAVABLE TO LYI-IMPORTE.
           MOVE LINEA-YTD-IMPORTE TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           IF SNAPSHOT-HALLADO = 'S'
               MOVE CONTROL-SNAP-ARCHIVO TO SNA-ARCHIVO
               MOVE CONTROL-SNAP-TOTAL TO SNA-TOTAL
               MOVE CONTROL-SNAP-ACTIVOS TO SNA-ACTIVOS
               MOVE LINEA-SNAPSHOT TO LINEA-HOJA
           ELSE
               MOVE '** SIN SNAPSHOT DEL CIERRE DE ANO **'
                   TO LINEA-HOJA
           END-IF.
           WRITE LINEA-HOJA.
           CLOSE HOJA-ARCHIVO.

       ESCRIBIR-LINEA-PASO.
           IF CRR-HALLADA(INDICE-PASO) = 'S'
               MOVE PAS-DESCRIPCION(INDICE-PASO) TO LPA-DESCRIPCION
               MOVE CRR-FIN(INDICE-PASO)(1:8) TO LPA-FECHA
               MOVE CRR-LEIDOS(INDICE-PASO) TO LPA-LEIDOS
               MOVE CRR-ESCRITOS(INDICE-PASO) TO LPA-ESCRITOS
               MOVE CRR-RECHAZADOS(INDICE-PASO) TO LPA-RECHAZADOS
               MOVE CRR-ESTADO(INDICE-PASO) TO LPA-ESTADO
               MOVE LINEA-PASO TO LINEA-HOJA
           ELSE
               ADD 1 TO PASOS-FALTANTES
               MOVE PAS-DESCRIPCION(INDICE-PASO) TO LPF-DESCRIPCION
               MOVE LINEA-PASO-FALTANTE TO LINEA-HOJA
           END-IF.
           WRITE LINEA-HOJA.

       END PROGRAM HOJA-CIERRE-ANUAL.
