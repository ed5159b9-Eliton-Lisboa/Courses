      *          neto del ano) en estado_anual-AAAA.txt - lo que antes
      *          exigia re-sumar reportes viejos a mano cuando alguien
      *          pedia "cuanto gano esta persona este ano".
      *          Despues sale un estado_anual-AAAA-EMPR.txt por cada
      *          empresa empleadora de empresas.dat, con las
      *          constancias de su gente, los datos fiscales de la
      *          empresa y sus totales.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.

      *    Bitacora estandar de corridas; la hoja del cierre anual
      *    (HojaCierreAnual-164) toma de aqui las constancias
      *    emitidas.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.
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
      *            Parte del bruto y del neto del ano pagada en
      *            nomina extraordinaria (NominaExtra-104);
      *            ya va incluida en YTD-BRUTO y YTD-NETO.
               05  YTD-GRAVABLE PIC S9(11)V99.
      *            Base gravable del ano (bruto menos lo no gravable),
      *            para la declaracion informativa anual.

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(80).

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).

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
           01  YTD-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  EMPRESAS-STATUS PIC XX.
           01  FIN-EMPRESAS PIC X.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  WS-REPORTE-NOMBRE PIC X(30).
           01  FIN-DEL-ARCHIVO PIC X VALUE '1'.

           01  ANO-TRABAJO PIC 9(4).
           01  INDICE-COD PIC 99.
           01  TOTAL-CONSTANCIAS PIC 9(5) VALUE ZERO.
      *    Totales del archivo: la declaracion informativa anual
      *    (DeclaracionAnual-110) debe cuadrar contra ellos.
           01  TOTAL-BRUTO-ANO PIC S9(13)V99 VALUE ZERO.
           01  TOTAL-GRAVABLE-ANO PIC S9(13)V99 VALUE ZERO.
      *    Pasada por empresa: EMPRESA-ESTADO en blanco = archivo
      *    combinado con todos los empleados.
           01  EMPRESA-ESTADO PIC X(4) VALUE SPACES.
           01  REPORTE-COMBINADO PIC X(30).
           01  CONSTANCIAS-COMBINADO PIC 9(5) VALUE ZERO.
           01  CONSTANCIAS-EMPRESAS PIC 9(5) VALUE ZERO.

           01  LINEA-TOTAL-ANO.
               05  TOT-TEXTO PIC X(30).
               05  TOT-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-CABECERA.
               05  FILLER PIC X(17) VALUE 'CONSTANCIA ANUAL '.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           PERFORM PEDIR-ANO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-SIGUIENTE.
           PERFORM PROCESAR-REGISTROS UNTIL FIN-DEL-ARCHIVO = '0'.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE PRINT-FILE.
           MOVE TOTAL-CONSTANCIAS TO CONSTANCIAS-COMBINADO.
           MOVE WS-REPORTE-NOMBRE TO REPORTE-COMBINADO.
           PERFORM GENERAR-ESTADOS-EMPRESA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Constancias emitidas: ' CONSTANCIAS-COMBINADO
               ' en ' REPORTE-COMBINADO.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           GOBACK.
       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.

       PROCESAR-REGISTROS.
           IF EMPRESA-ESTADO = SPACES OR
                   EMPLEADOS-EMPRESA = EMPRESA-ESTADO
               PERFORM BUSCAR-YTD-EMPLEADO
           END-IF.
           PERFORM LEER-SIGUIENTE.

       BUSCAR-YTD-EMPLEADO.
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF EMPRESA-ESTADO NOT = SPACES
               MOVE SPACES TO PRINT-LINE
               STRING '  Empresa: ' EMPR-NOMBRE ' ID fiscal: '
                   EMPR-ID-FISCAL
                   DELIMITED BY SIZE INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE '  Bruto acumulado del ano' TO IMP-TEXTO.
           MOVE YTD-BRUTO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           IF YTD-EXTRA-BRUTO NOT = ZERO
               MOVE '    de ello, extraordinario' TO IMP-TEXTO
               MOVE YTD-EXTRA-BRUTO TO IMP-IMPORTE
               MOVE LINEA-IMPORTE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE '  Base gravable del ano' TO IMP-TEXTO.
           MOVE YTD-GRAVABLE TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING INDICE-COD FROM 1 BY 1
                   UNTIL INDICE-COD > 12
               IF YTD-COD-CODIGO(INDICE-COD) NOT = SPACES
           MOVE YTD-NETO TO IMP-IMPORTE.
           MOVE LINEA-IMPORTE TO PRINT-LINE.
           WRITE PRINT-LINE.
      *    Lo pagado en nomina extraordinaria va dentro del bruto y
      *    del neto; se desglosa debajo de cada uno.
           IF YTD-EXTRA-NETO NOT = ZERO
               MOVE '    de ello, extraordinario' TO IMP-TEXTO
               MOVE YTD-EXTRA-NETO TO IMP-IMPORTE
               MOVE LINEA-IMPORTE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE LINEA-SEPARADOR TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO TOTAL-CONSTANCIAS.
           ADD YTD-BRUTO TO TOTAL-BRUTO-ANO.
           ADD YTD-GRAVABLE TO TOTAL-GRAVABLE-ANO.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO PRINT-LINE.
           IF EMPRESA-ESTADO = SPACES
               STRING 'TOTAL CONSTANCIAS ' ANO-TRABAJO ': '
                   TOTAL-CONSTANCIAS
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'TOTAL CONSTANCIAS ' ANO-TRABAJO ' EMPRESA '
                   EMPRESA-ESTADO ' ' EMPR-ID-FISCAL ': '
                   TOTAL-CONSTANCIAS
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE '  Bruto total' TO TOT-TEXTO.
           MOVE TOTAL-BRUTO-ANO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL-ANO TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE '  Base gravable total' TO TOT-TEXTO.
           MOVE TOTAL-GRAVABLE-ANO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL-ANO TO PRINT-LINE.
           WRITE PRINT-LINE.

      *    Un archivo por empresa del maestro, recorriendo otra vez el
      *    maestro de empleados y dejando solo la gente de esa
      *    empresa. Sin empresas.dat solo sale el combinado.
       GENERAR-ESTADOS-EMPRESA.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS = '00'
               MOVE 'N' TO FIN-EMPRESAS
               PERFORM UNTIL FIN-EMPRESAS = 'S'
                   READ EMPRESAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-EMPRESAS
                       NOT AT END
                           PERFORM GENERAR-ESTADO-EMPRESA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMPRESAS-ARCHIVO.
           MOVE SPACES TO EMPRESA-ESTADO.

       GENERAR-ESTADO-EMPRESA.
           MOVE EMPR-CODIGO TO EMPRESA-ESTADO.
           MOVE SPACES TO WS-REPORTE-NOMBRE.
           STRING 'estado_anual-' DELIMITED BY SIZE
                  ANO-TRABAJO DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  EMPRESA-ESTADO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-REPORTE-NOMBRE.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' WS-REPORTE-NOMBRE
                   '. STATUS =' PRINT-STATUS
           ELSE
               MOVE ZERO TO TOTAL-CONSTANCIAS TOTAL-BRUTO-ANO
                   TOTAL-GRAVABLE-ANO
               MOVE '1' TO FIN-DEL-ARCHIVO
               MOVE LOW-VALUES TO EMPLEADOS-ID
               START EMPLEADOS-ARCHIVO
                       KEY IS NOT LESS THAN EMPLEADOS-ID
                   INVALID KEY
                       MOVE '0' TO FIN-DEL-ARCHIVO
               END-START
               PERFORM LEER-SIGUIENTE
               PERFORM PROCESAR-REGISTROS
                   UNTIL FIN-DEL-ARCHIVO = '0'
               PERFORM IMPRIMIR-TOTALES
               CLOSE PRINT-FILE
               ADD TOTAL-CONSTANCIAS TO CONSTANCIAS-EMPRESAS
               DISPLAY 'Empresa ' EMPRESA-ESTADO ': '
                   TOTAL-CONSTANCIAS ' constancias en '
                   WS-REPORTE-NOMBRE
           END-IF.

       LEER-SIGUIENTE.
           IF FIN-DEL-ARCHIVO NOT = '0'
               END-READ
           END-IF.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'ESTADO-ANUAL' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE CONSTANCIAS-COMBINADO TO RUN-LEIDOS
               MOVE CONSTANCIAS-COMBINADO TO RUN-ESCRITOS
               MOVE ZERO TO RUN-RECHAZADOS
               MOVE 'OK' TO RUN-ESTADO
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM ESTADO-ANUAL.
