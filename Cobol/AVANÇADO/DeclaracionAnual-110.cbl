      ******************************************************************
      * Author:
      * Date:
      * Purpose: Declaracion informativa anual por pais: con los
      *          acumulados del ano de ytd.dat (los mismos que imprime
      *          EstadoAnual-68) y el maestro, escribe para US, MX,
      *          BR y ES el archivo que pide la autoridad fiscal
      *          (declaracion_PP-AAAA.txt): cabecera con el ID fiscal
      *          del patron de declaracion_param.dat, un registro por
      *          perceptor con EMPLEADOS-ID-FISCAL, bruto, base
      *          gravable e impuesto retenido (codigos de tabla
      *          nacional 'T' y regional 'R' de deducciones.dat), y
      *          cola de control. Quien tenga el ID fiscal en blanco
      *          o fuera del formato de su pais (mismas reglas que
      *          VALIDAR-FORMATO-FISCAL en RegistrosIndexados-05) no
      *          entra al archivo y sale en la lista de excepciones de
      *          declaracion_control-AAAA.txt, junto con el cuadre de
      *          los archivos contra el total de las constancias. RC 4
      *          si hay excepciones o no cuadra: el archivo no se
      *          entrega hasta corregir y volver a correr.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACION-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL YTD-ARCHIVO
           ASSIGN TO 'ytd.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS YTD-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS YTD-STATUS.

           SELECT OPTIONAL DEDUCCIONES-ARCHIVO
           ASSIGN TO 'deducciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDUCCIONES-STATUS.

      *    Datos del patron por pais (ID fiscal y razon social) para
      *    la cabecera de cada archivo.
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'declaracion_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

      *    Nombres fechados por ano (misma mecanica de nombre
      *    dinamico que estado_anual-AAAA.txt).
           SELECT DECLARACION-ARCHIVO
           ASSIGN DYNAMIC WS-DECLARACION-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECLARACION-STATUS.

           SELECT CONTROL-ARCHIVO
           ASSIGN DYNAMIC WS-CONTROL-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-STATUS.

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

       FD  DEDUCCIONES-ARCHIVO.
           01  DEDUCCIONES-REGISTRO.
               05  DEDUCCIONES-CODIGO PIC X(4).
               05  DEDUCCIONES-DESCRIPCION PIC X(30).
               05  DEDUCCIONES-METODO PIC X.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
               05  DEDUCCIONES-APLICA PIC X.
               05  DEDUCCIONES-CLASE PIC X.
                   88  CLASE-ESTATUTARIA VALUE 'E' ' '.
                   88  CLASE-VOLUNTARIA VALUE 'V'.
                   88  CLASE-PATRONAL VALUE 'C'.

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-PAIS PIC X(2).
               05  PAR-ID-FISCAL PIC X(15).
               05  PAR-NOMBRE PIC X(30).

       FD  DECLARACION-ARCHIVO.
           01  LINEA-DECLARACION PIC X(200).

       FD  CONTROL-ARCHIVO.
           01  LINEA-CONTROL PIC X(100).

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
           01  YTD-STATUS PIC XX.
           01  DEDUCCIONES-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  DECLARACION-STATUS PIC XX.
           01  CONTROL-STATUS PIC XX.
           01  WS-DECLARACION-NOMBRE PIC X(30).
           01  WS-CONTROL-NOMBRE PIC X(30).
           01  FIN-DEL-ARCHIVO PIC X.
           01  FIN-DEDUCCIONES PIC X.
           01  FIN-PARAMETRO PIC X.

           01  ANO-TXT PIC X(32)
               VALUE 'Ano de la declaracion (AAAA): '.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-VALIDO PIC X.
           01  ANO-TRABAJO PIC 9(4).

      *    Paises con archivo de declaracion; los demas solo entran
      *    al cuadre.
           01  PAISES-DECLARACION PIC X(8) VALUE 'USMXBRES'.
           01  TABLA-PAISES-DECLARACION REDEFINES PAISES-DECLARACION.
               05  TPD-PAIS PIC X(2) OCCURS 4 TIMES.
           01  MAXIMO-PAISES PIC 9 VALUE 4.
           01  INDICE-PAIS PIC 9.
           01  PAIS-ACTUAL PIC X(2).
           01  PAIS-DECLARADO PIC X.

      *    Patron y totales por pais.
           01  TABLA-PATRONES.
               05  PATRON-ENTRADA OCCURS 4 TIMES.
                   10  PAT-ID-FISCAL PIC X(15).
                   10  PAT-NOMBRE PIC X(30).
                   10  PAT-CONTEO PIC 9(6).
                   10  PAT-BRUTO PIC 9(13)V99.
                   10  PAT-GRAVABLE PIC 9(13)V99.
                   10  PAT-RETENIDO PIC 9(13)V99.
                   10  PAT-RETENIDO-REGIONAL PIC 9(13)V99.
                   10  PAT-EXCEPCIONES PIC 9(6).
                   10  PAT-EXC-BRUTO PIC S9(13)V99.
                   10  PAT-EXC-GRAVABLE PIC S9(13)V99.
                   10  PAT-OMITIDOS PIC 9(6).

      *    Codigos de impuesto al empleado: nacional ('T') y
      *    regional ('R'); las cuotas patronales no son retencion.
           01  MAXIMO-CODIGOS PIC 99 VALUE 50.
           01  TOTAL-CODIGOS PIC 99 VALUE ZERO.
           01  INDICE-CODIGO PIC 99.
           01  TABLA-CODIGOS.
               05  CODIGO-ENTRADA OCCURS 50 TIMES.
                   10  TCO-CODIGO PIC X(4).
                   10  TCO-REGIONAL PIC X.
           01  INDICE-COD PIC 99.

      *    Perceptor en proceso.
           01  RETENIDO-EMPLEADO PIC S9(11)V99.
           01  RETENIDO-REGIONAL PIC S9(11)V99.
           01  NOMBRE-COMPLETO PIC X(60).
           01  MOTIVO-EXCEPCION PIC X(30).
           01  ID-FISCAL-ENTRADA PIC X(15).
           01  ID-FISCAL-LARGO PIC 99.
           01  ID-FISCAL-VALIDO PIC X.

      *    Totales del archivo de constancias (como EstadoAnual-68).
           01  CONSTANCIAS-CONTEO PIC 9(6) VALUE ZERO.
           01  CONSTANCIAS-BRUTO PIC S9(13)V99 VALUE ZERO.
           01  CONSTANCIAS-GRAVABLE PIC S9(13)V99 VALUE ZERO.
           01  OTROS-CONTEO PIC 9(6) VALUE ZERO.
           01  OTROS-BRUTO PIC S9(13)V99 VALUE ZERO.
           01  OTROS-GRAVABLE PIC S9(13)V99 VALUE ZERO.
           01  CUADRE-CONTEO PIC 9(6).
           01  CUADRE-BRUTO PIC S9(13)V99.
           01  CUADRE-GRAVABLE PIC S9(13)V99.
           01  TOTAL-DECLARADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
           01  TOTAL-DIFERENCIAS PIC 9(6) VALUE ZERO.

      *    Layouts por pais. Importes con dos decimales implicitos.
      *    US: registros RA / RW / RT.
           01  LINEA-US-CABECERA.
               05  FILLER PIC X(2) VALUE 'RA'.
               05  USC-EIN PIC X(9).
               05  USC-ANO PIC 9(4).
               05  USC-NOMBRE PIC X(30).

           01  LINEA-US-DETALLE.
               05  FILLER PIC X(2) VALUE 'RW'.
               05  USD-SSN PIC X(9).
               05  USD-ID PIC 9(6).
               05  USD-NOMBRE PIC X(60).
               05  USD-BRUTO PIC 9(11)V99.
               05  USD-GRAVABLE PIC 9(11)V99.
               05  USD-RETENIDO PIC 9(11)V99.
               05  USD-RETENIDO-ESTATAL PIC 9(11)V99.

           01  LINEA-US-COLA.
               05  FILLER PIC X(2) VALUE 'RT'.
               05  UST-CONTEO PIC 9(7).
               05  UST-BRUTO PIC 9(13)V99.
               05  UST-GRAVABLE PIC 9(13)V99.
               05  UST-RETENIDO PIC 9(13)V99.
               05  UST-RETENIDO-ESTATAL PIC 9(13)V99.

      *    MX: registros 01 / 02 / 09.
           01  LINEA-MX-CABECERA.
               05  FILLER PIC X(2) VALUE '01'.
               05  MXC-RFC PIC X(13).
               05  MXC-EJERCICIO PIC 9(4).
               05  MXC-RAZON-SOCIAL PIC X(30).

           01  LINEA-MX-DETALLE.
               05  FILLER PIC X(2) VALUE '02'.
               05  MXD-RFC PIC X(13).
               05  MXD-ID PIC 9(6).
               05  MXD-NOMBRE PIC X(60).
               05  MXD-INGRESOS PIC 9(11)V99.
               05  MXD-GRAVADO PIC 9(11)V99.
               05  MXD-ISR-RETENIDO PIC 9(11)V99.
               05  MXD-IMPUESTO-LOCAL PIC 9(11)V99.

           01  LINEA-MX-COLA.
               05  FILLER PIC X(2) VALUE '09'.
               05  MXT-CONTEO PIC 9(7).
               05  MXT-INGRESOS PIC 9(13)V99.
               05  MXT-GRAVADO PIC 9(13)V99.
               05  MXT-ISR-RETENIDO PIC 9(13)V99.
               05  MXT-IMPUESTO-LOCAL PIC 9(13)V99.

      *    BR: DIRF / BPFDEC / FIMDIRF.
           01  LINEA-BR-CABECERA.
               05  FILLER PIC X(4) VALUE 'DIRF'.
               05  BRC-ANO PIC 9(4).
               05  BRC-CNPJ PIC X(14).
               05  BRC-NOME PIC X(30).

           01  LINEA-BR-DETALLE.
               05  FILLER PIC X(6) VALUE 'BPFDEC'.
               05  BRD-CPF PIC X(11).
               05  BRD-ID PIC 9(6).
               05  BRD-NOME PIC X(60).
               05  BRD-RENDIMENTOS PIC 9(11)V99.
               05  BRD-TRIBUTAVEL PIC 9(11)V99.
               05  BRD-IRRF PIC 9(11)V99.
               05  BRD-IMPOSTO-ESTADUAL PIC 9(11)V99.

           01  LINEA-BR-COLA.
               05  FILLER PIC X(7) VALUE 'FIMDIRF'.
               05  BRT-CONTEO PIC 9(7).
               05  BRT-RENDIMENTOS PIC 9(13)V99.
               05  BRT-TRIBUTAVEL PIC 9(13)V99.
               05  BRT-IRRF PIC 9(13)V99.
               05  BRT-IMPOSTO-ESTADUAL PIC 9(13)V99.

      *    ES: modelo de retenciones, tipos 1 / 2 / 9.
           01  LINEA-ES-CABECERA.
               05  FILLER PIC X(4) VALUE '1190'.
               05  ESC-EJERCICIO PIC 9(4).
               05  ESC-NIF PIC X(9).
               05  ESC-NOMBRE PIC X(30).

           01  LINEA-ES-DETALLE.
               05  FILLER PIC X(4) VALUE '2190'.
               05  ESD-EJERCICIO PIC 9(4).
               05  ESD-NIF-DECLARANTE PIC X(9).
               05  ESD-NIF PIC X(9).
               05  ESD-ID PIC 9(6).
               05  ESD-NOMBRE PIC X(60).
               05  ESD-CLAVE PIC X VALUE 'A'.
      *            Clave A = rendimientos del trabajo por cuenta
      *            ajena.
               05  ESD-PERCEPCION PIC 9(11)V99.
               05  ESD-GRAVABLE PIC 9(11)V99.
               05  ESD-RETENCION PIC 9(11)V99.
               05  ESD-RETENCION-AUTONOMICA PIC 9(11)V99.

           01  LINEA-ES-COLA.
               05  FILLER PIC X(4) VALUE '9190'.
               05  EST-CONTEO PIC 9(7).
               05  EST-PERCEPCION PIC 9(13)V99.
               05  EST-GRAVABLE PIC 9(13)V99.
               05  EST-RETENCION PIC 9(13)V99.
               05  EST-RETENCION-AUTONOMICA PIC 9(13)V99.

      *    Reporte de control.
           01  LINEA-EXCEPCION.
               05  EXC-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EXC-PAIS PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EXC-ID-FISCAL PIC X(15).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EXC-MOTIVO PIC X(30).
               05  EXC-BRUTO PIC -ZZZ,ZZZ,ZZ9.99.

           01  LINEA-PAIS-TOTAL.
               05  PTL-PAIS PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  PTL-CONTEO PIC ZZZ,ZZ9.
               05  PTL-BRUTO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  PTL-GRAVABLE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  PTL-RETENIDO PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  PTL-REGIONAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  PTL-EXCEPCIONES PIC ZZ,ZZ9.

           01  LINEA-COMPARA.
               05  CMP-CONCEPTO PIC X(30).
               05  CMP-CONTEO-A PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-A PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' | '.
               05  CMP-CONTEO-B PIC ZZZ,ZZ9.
               05  CMP-IMPORTE-B PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  CMP-ESTADO PIC X(9).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           PERFORM PEDIR-ANO.
           PERFORM CARGAR-CODIGOS.
           PERFORM CARGAR-PARAMETRO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-TITULO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > MAXIMO-PAISES
               PERFORM GENERAR-UN-PAIS
           END-PERFORM.
           PERFORM SUMAR-CONSTANCIAS.
           PERFORM ESCRIBIR-CUADRE.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Declarados: ' TOTAL-DECLARADOS
               '  Excepciones: ' TOTAL-EXCEPCIONES
               '  Diferencias: ' TOTAL-DIFERENCIAS.
           DISPLAY 'Detalle en ' WS-CONTROL-NOMBRE.
      *    RC 4 = hay perceptores fuera del archivo o el archivo no
      *    cuadra con las constancias: no se entrega todavia.
           IF TOTAL-EXCEPCIONES > ZERO OR TOTAL-DIFERENCIAS > ZERO
               DISPLAY 'No entregue los archivos: corrija las '
                   'excepciones y vuelva a correr.'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       PEDIR-ANO.
           MOVE 'N' TO ANO-VALIDO.
           PERFORM UNTIL ANO-VALIDO = 'S'
               DISPLAY ANO-TXT
               ACCEPT ANO-ENTRADA
               IF ANO-ENTRADA IS NUMERIC
                   MOVE ANO-ENTRADA TO ANO-TRABAJO
                   MOVE 'S' TO ANO-VALIDO
               ELSE
                   DISPLAY 'Ano invalido: introduce 4 digitos.'
               END-IF
           END-PERFORM.

       CARGAR-CODIGOS.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-STATUS = '05' OR DEDUCCIONES-STATUS = '35'
               CLOSE DEDUCCIONES-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-DEDUCCIONES
               PERFORM UNTIL FIN-DEDUCCIONES = 'S'
                   READ DEDUCCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEDUCCIONES
                       NOT AT END
                           IF (METODO-TABLA OR METODO-TABLA-REGIONAL)
                                   AND NOT CLASE-PATRONAL AND
                                   TOTAL-CODIGOS < MAXIMO-CODIGOS
                               ADD 1 TO TOTAL-CODIGOS
                               MOVE DEDUCCIONES-CODIGO
                                   TO TCO-CODIGO(TOTAL-CODIGOS)
                               IF METODO-TABLA-REGIONAL
                                   MOVE 'S'
                                       TO TCO-REGIONAL(TOTAL-CODIGOS)
                               ELSE
                                   MOVE 'N'
                                       TO TCO-REGIONAL(TOTAL-CODIGOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCCIONES-ARCHIVO
           END-IF.
           IF TOTAL-CODIGOS = ZERO
               DISPLAY 'Aviso: deducciones.dat no tiene codigos de '
                   'impuesto por tabla; el retenido sale en cero.'
           END-IF.

       CARGAR-PARAMETRO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > MAXIMO-PAISES
               MOVE SPACES TO PAT-ID-FISCAL(INDICE-PAIS)
               MOVE SPACES TO PAT-NOMBRE(INDICE-PAIS)
               MOVE ZERO TO PAT-CONTEO(INDICE-PAIS)
               MOVE ZERO TO PAT-BRUTO(INDICE-PAIS)
               MOVE ZERO TO PAT-GRAVABLE(INDICE-PAIS)
               MOVE ZERO TO PAT-RETENIDO(INDICE-PAIS)
               MOVE ZERO TO PAT-RETENIDO-REGIONAL(INDICE-PAIS)
               MOVE ZERO TO PAT-EXCEPCIONES(INDICE-PAIS)
               MOVE ZERO TO PAT-EXC-BRUTO(INDICE-PAIS)
               MOVE ZERO TO PAT-EXC-GRAVABLE(INDICE-PAIS)
               MOVE ZERO TO PAT-OMITIDOS(INDICE-PAIS)
           END-PERFORM.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '05' OR PARAMETRO-STATUS = '35'
               CLOSE PARAMETRO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PARAMETRO
               PERFORM UNTIL FIN-PARAMETRO = 'S'
                   READ PARAMETRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PARAMETRO
                       NOT AT END
                           PERFORM ANOTAR-PATRON
                   END-READ
               END-PERFORM
               CLOSE PARAMETRO-ARCHIVO
           END-IF.

       ANOTAR-PATRON.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > MAXIMO-PAISES
               IF TPD-PAIS(INDICE-PAIS) = PAR-PAIS
                   MOVE FUNCTION UPPER-CASE(PAR-ID-FISCAL)
                       TO PAT-ID-FISCAL(INDICE-PAIS)
                   MOVE PAR-NOMBRE TO PAT-NOMBRE(INDICE-PAIS)
               END-IF
           END-PERFORM.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT YTD-ARCHIVO.
           IF YTD-STATUS NOT = '00'
               DISPLAY 'No existe ytd.dat; corra primero '
                   'RECIBOS-NOMINA. STATUS =' YTD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-CONTROL-NOMBRE.
           STRING 'declaracion_control-' ANO-TRABAJO '.txt'
               DELIMITED BY SIZE INTO WS-CONTROL-NOMBRE.
           OPEN OUTPUT CONTROL-ARCHIVO.
           IF CONTROL-STATUS NOT = '00'
               DISPLAY 'Error de archivo CONTROL. STATUS ='
                   CONTROL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE YTD-ARCHIVO.
           CLOSE CONTROL-ARCHIVO.

       ESCRIBIR-TITULO.
           MOVE SPACES TO LINEA-CONTROL.
           STRING 'DECLARACION INFORMATIVA ANUAL ' ANO-TRABAJO
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'EXCEPCIONES (fuera del archivo)' TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

      *    Un archivo por pais; por cada uno se rebobina el maestro
      *    (mismo recorrido que GENERAR-UN-PAIS en PagosBanco-22).
       GENERAR-UN-PAIS.
           MOVE TPD-PAIS(INDICE-PAIS) TO PAIS-ACTUAL.
           MOVE SPACES TO WS-DECLARACION-NOMBRE.
           STRING 'declaracion_' PAIS-ACTUAL '-' ANO-TRABAJO '.txt'
               DELIMITED BY SIZE INTO WS-DECLARACION-NOMBRE.
           IF PAT-ID-FISCAL(INDICE-PAIS) = SPACES
               DISPLAY 'Aviso: sin ID fiscal del patron para '
                   PAIS-ACTUAL ' en declaracion_param.dat.'
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           OPEN OUTPUT DECLARACION-ARCHIVO.
           IF DECLARACION-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' WS-DECLARACION-NOMBRE
                   '. STATUS =' DECLARACION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ESCRIBIR-CABECERA.
           MOVE 'S' TO FIN-DEL-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'N' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-DEL-ARCHIVO = 'N'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'N' TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF DIR-CODIGO-PAIS = PAIS-ACTUAL
                           PERFORM DECLARAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM ESCRIBIR-COLA.
           CLOSE DECLARACION-ARCHIVO.
           DISPLAY 'Archivo ' WS-DECLARACION-NOMBRE ': '
               PAT-CONTEO(INDICE-PAIS) ' perceptores.'.

      *    Perceptor = empleado con acumulados del ano. Un acumulado
      *    en cero (todo anulado) no se declara.
       DECLARAR-EMPLEADO.
           MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANO-TRABAJO TO YTD-ANO.
           READ YTD-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULAR-RETENIDO
                   PERFORM VALIDAR-DECLARANTE
                   EVALUATE TRUE
                       WHEN MOTIVO-EXCEPCION NOT = SPACES
                           PERFORM ANOTAR-EXCEPCION
                       WHEN YTD-BRUTO = ZERO AND
                               RETENIDO-EMPLEADO = ZERO AND
                               RETENIDO-REGIONAL = ZERO
                           ADD 1 TO PAT-OMITIDOS(INDICE-PAIS)
                       WHEN OTHER
                           PERFORM ESCRIBIR-DETALLE
                   END-EVALUATE
           END-READ.

       CALCULAR-RETENIDO.
           MOVE ZERO TO RETENIDO-EMPLEADO.
           MOVE ZERO TO RETENIDO-REGIONAL.
           PERFORM VARYING INDICE-COD FROM 1 BY 1 UNTIL INDICE-COD > 12
               IF YTD-COD-CODIGO(INDICE-COD) NOT = SPACES
                   PERFORM VARYING INDICE-CODIGO FROM 1 BY 1
                           UNTIL INDICE-CODIGO > TOTAL-CODIGOS
                       IF TCO-CODIGO(INDICE-CODIGO) =
                               YTD-COD-CODIGO(INDICE-COD)
                           IF TCO-REGIONAL(INDICE-CODIGO) = 'S'
                               ADD YTD-COD-MONTO(INDICE-COD)
                                   TO RETENIDO-REGIONAL
                           ELSE
                               ADD YTD-COD-MONTO(INDICE-COD)
                                   TO RETENIDO-EMPLEADO
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    Formato del ID fiscal por pais: mismas reglas que
      *    VALIDAR-FORMATO-FISCAL en la captura del maestro.
       VALIDAR-DECLARANTE.
           MOVE SPACES TO MOTIVO-EXCEPCION.
           MOVE FUNCTION UPPER-CASE(EMPLEADOS-ID-FISCAL)
               TO ID-FISCAL-ENTRADA.
           MOVE 'N' TO ID-FISCAL-VALIDO.
           COMPUTE ID-FISCAL-LARGO = FUNCTION
               LENGTH(FUNCTION TRIM(ID-FISCAL-ENTRADA TRAILING)).
           IF ID-FISCAL-ENTRADA = SPACES
               MOVE 'ID FISCAL EN BLANCO' TO MOTIVO-EXCEPCION
           ELSE
               EVALUATE DIR-CODIGO-PAIS
                   WHEN 'US'
                       IF ID-FISCAL-LARGO = 9 AND
                               ID-FISCAL-ENTRADA(1:9) IS NUMERIC
                           MOVE 'S' TO ID-FISCAL-VALIDO
                       ELSE
                           MOVE 'SSN INVALIDO: 9 DIGITOS'
                               TO MOTIVO-EXCEPCION
                       END-IF
                   WHEN 'BR'
                       IF ID-FISCAL-LARGO = 11 AND
                               ID-FISCAL-ENTRADA(1:11) IS NUMERIC
                           MOVE 'S' TO ID-FISCAL-VALIDO
                       ELSE
                           MOVE 'CPF INVALIDO: 11 DIGITOS'
                               TO MOTIVO-EXCEPCION
                       END-IF
                   WHEN 'MX'
                       IF ID-FISCAL-LARGO >= 12 AND
                               ID-FISCAL-LARGO <= 13
                           MOVE 'S' TO ID-FISCAL-VALIDO
                       ELSE
                           MOVE 'RFC INVALIDO: 12 O 13 CARACT.'
                               TO MOTIVO-EXCEPCION
                       END-IF
                   WHEN 'ES'
                       IF ID-FISCAL-LARGO = 9 AND
                               ID-FISCAL-ENTRADA(1:8) IS NUMERIC AND
                               ID-FISCAL-ENTRADA(9:1)
                                   IS ALPHABETIC
                           MOVE 'S' TO ID-FISCAL-VALIDO
                       ELSE
                           MOVE 'NIF INVALIDO: 8 DIGITOS Y LETRA'
                               TO MOTIVO-EXCEPCION
                       END-IF
                   WHEN OTHER
                       MOVE 'S' TO ID-FISCAL-VALIDO
               END-EVALUATE
           END-IF.
           IF MOTIVO-EXCEPCION = SPACES AND
                   (YTD-BRUTO < ZERO OR YTD-GRAVABLE < ZERO OR
                    RETENIDO-EMPLEADO < ZERO OR
                    RETENIDO-REGIONAL < ZERO)
               MOVE 'ACUMULADO NEGATIVO' TO MOTIVO-EXCEPCION
           END-IF.

       ANOTAR-EXCEPCION.
           ADD 1 TO PAT-EXCEPCIONES(INDICE-PAIS).
           ADD YTD-BRUTO TO PAT-EXC-BRUTO(INDICE-PAIS).
           ADD YTD-GRAVABLE TO PAT-EXC-GRAVABLE(INDICE-PAIS).
           ADD 1 TO TOTAL-EXCEPCIONES.
           MOVE EMPLEADOS-ID TO EXC-ID.
           MOVE DIR-CODIGO-PAIS TO EXC-PAIS.
           MOVE EMPLEADOS-ID-FISCAL TO EXC-ID-FISCAL.
           MOVE MOTIVO-EXCEPCION TO EXC-MOTIVO.
           MOVE YTD-BRUTO TO EXC-BRUTO.
           MOVE LINEA-EXCEPCION TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

       ESCRIBIR-CABECERA.
           EVALUATE PAIS-ACTUAL
               WHEN 'US'
                   MOVE PAT-ID-FISCAL(INDICE-PAIS) TO USC-EIN
                   MOVE ANO-TRABAJO TO USC-ANO
                   MOVE PAT-NOMBRE(INDICE-PAIS) TO USC-NOMBRE
                   MOVE LINEA-US-CABECERA TO LINEA-DECLARACION
               WHEN 'MX'
                   MOVE PAT-ID-FISCAL(INDICE-PAIS) TO MXC-RFC
                   MOVE ANO-TRABAJO TO MXC-EJERCICIO
                   MOVE PAT-NOMBRE(INDICE-PAIS) TO MXC-RAZON-SOCIAL
                   MOVE LINEA-MX-CABECERA TO LINEA-DECLARACION
               WHEN 'BR'
                   MOVE ANO-TRABAJO TO BRC-ANO
                   MOVE PAT-ID-FISCAL(INDICE-PAIS) TO BRC-CNPJ
                   MOVE PAT-NOMBRE(INDICE-PAIS) TO BRC-NOME
                   MOVE LINEA-BR-CABECERA TO LINEA-DECLARACION
               WHEN 'ES'
                   MOVE ANO-TRABAJO TO ESC-EJERCICIO
                   MOVE PAT-ID-FISCAL(INDICE-PAIS) TO ESC-NIF
                   MOVE PAT-NOMBRE(INDICE-PAIS) TO ESC-NOMBRE
                   MOVE LINEA-ES-CABECERA TO LINEA-DECLARACION
           END-EVALUATE.
           WRITE LINEA-DECLARACION.

       ESCRIBIR-DETALLE.
           MOVE SPACES TO NOMBRE-COMPLETO.
           STRING EMPLEADOS-APELLIDOS DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMPLEADOS-NOMBRE DELIMITED BY '  '
               INTO NOMBRE-COMPLETO.
           EVALUATE PAIS-ACTUAL
               WHEN 'US'
                   MOVE ID-FISCAL-ENTRADA TO USD-SSN
                   MOVE EMPLEADOS-ID TO USD-ID
                   MOVE NOMBRE-COMPLETO TO USD-NOMBRE
                   MOVE YTD-BRUTO TO USD-BRUTO
                   MOVE YTD-GRAVABLE TO USD-GRAVABLE
                   MOVE RETENIDO-EMPLEADO TO USD-RETENIDO
                   MOVE RETENIDO-REGIONAL TO USD-RETENIDO-ESTATAL
                   MOVE LINEA-US-DETALLE TO LINEA-DECLARACION
               WHEN 'MX'
                   MOVE ID-FISCAL-ENTRADA TO MXD-RFC
                   MOVE EMPLEADOS-ID TO MXD-ID
                   MOVE NOMBRE-COMPLETO TO MXD-NOMBRE
                   MOVE YTD-BRUTO TO MXD-INGRESOS
                   MOVE YTD-GRAVABLE TO MXD-GRAVADO
                   MOVE RETENIDO-EMPLEADO TO MXD-ISR-RETENIDO
                   MOVE RETENIDO-REGIONAL TO MXD-IMPUESTO-LOCAL
                   MOVE LINEA-MX-DETALLE TO LINEA-DECLARACION
               WHEN 'BR'
                   MOVE ID-FISCAL-ENTRADA TO BRD-CPF
                   MOVE EMPLEADOS-ID TO BRD-ID
                   MOVE NOMBRE-COMPLETO TO BRD-NOME
                   MOVE YTD-BRUTO TO BRD-RENDIMENTOS
                   MOVE YTD-GRAVABLE TO BRD-TRIBUTAVEL
                   MOVE RETENIDO-EMPLEADO TO BRD-IRRF
                   MOVE RETENIDO-REGIONAL TO BRD-IMPOSTO-ESTADUAL
                   MOVE LINEA-BR-DETALLE TO LINEA-DECLARACION
               WHEN 'ES'
                   MOVE ANO-TRABAJO TO ESD-EJERCICIO
                   MOVE PAT-ID-FISCAL(INDICE-PAIS)
                       TO ESD-NIF-DECLARANTE
                   MOVE ID-FISCAL-ENTRADA TO ESD-NIF
                   MOVE EMPLEADOS-ID TO ESD-ID
                   MOVE NOMBRE-COMPLETO TO ESD-NOMBRE
                   MOVE YTD-BRUTO TO ESD-PERCEPCION
                   MOVE YTD-GRAVABLE TO ESD-GRAVABLE
                   MOVE RETENIDO-EMPLEADO TO ESD-RETENCION
                   MOVE RETENIDO-REGIONAL
                       TO ESD-RETENCION-AUTONOMICA
                   MOVE LINEA-ES-DETALLE TO LINEA-DECLARACION
           END-EVALUATE.
           WRITE LINEA-DECLARACION.
           ADD 1 TO PAT-CONTEO(INDICE-PAIS).
           ADD 1 TO TOTAL-DECLARADOS.
           ADD YTD-BRUTO TO PAT-BRUTO(INDICE-PAIS).
           ADD YTD-GRAVABLE TO PAT-GRAVABLE(INDICE-PAIS).
           ADD RETENIDO-EMPLEADO TO PAT-RETENIDO(INDICE-PAIS).
           ADD RETENIDO-REGIONAL TO PAT-RETENIDO-REGIONAL(INDICE-PAIS).

       ESCRIBIR-COLA.
           EVALUATE PAIS-ACTUAL
               WHEN 'US'
                   MOVE PAT-CONTEO(INDICE-PAIS) TO UST-CONTEO
                   MOVE PAT-BRUTO(INDICE-PAIS) TO UST-BRUTO
                   MOVE PAT-GRAVABLE(INDICE-PAIS) TO UST-GRAVABLE
                   MOVE PAT-RETENIDO(INDICE-PAIS) TO UST-RETENIDO
                   MOVE PAT-RETENIDO-REGIONAL(INDICE-PAIS)
                       TO UST-RETENIDO-ESTATAL
                   MOVE LINEA-US-COLA TO LINEA-DECLARACION
               WHEN 'MX'
                   MOVE PAT-CONTEO(INDICE-PAIS) TO MXT-CONTEO
                   MOVE PAT-BRUTO(INDICE-PAIS) TO MXT-INGRESOS
                   MOVE PAT-GRAVABLE(INDICE-PAIS) TO MXT-GRAVADO
                   MOVE PAT-RETENIDO(INDICE-PAIS) TO MXT-ISR-RETENIDO
                   MOVE PAT-RETENIDO-REGIONAL(INDICE-PAIS)
                       TO MXT-IMPUESTO-LOCAL
                   MOVE LINEA-MX-COLA TO LINEA-DECLARACION
               WHEN 'BR'
                   MOVE PAT-CONTEO(INDICE-PAIS) TO BRT-CONTEO
                   MOVE PAT-BRUTO(INDICE-PAIS) TO BRT-RENDIMENTOS
                   MOVE PAT-GRAVABLE(INDICE-PAIS) TO BRT-TRIBUTAVEL
                   MOVE PAT-RETENIDO(INDICE-PAIS) TO BRT-IRRF
                   MOVE PAT-RETENIDO-REGIONAL(INDICE-PAIS)
                       TO BRT-IMPOSTO-ESTADUAL
                   MOVE LINEA-BR-COLA TO LINEA-DECLARACION
               WHEN 'ES'
                   MOVE PAT-CONTEO(INDICE-PAIS) TO EST-CONTEO
                   MOVE PAT-BRUTO(INDICE-PAIS) TO EST-PERCEPCION
                   MOVE PAT-GRAVABLE(INDICE-PAIS) TO EST-GRAVABLE
                   MOVE PAT-RETENIDO(INDICE-PAIS) TO EST-RETENCION
                   MOVE PAT-RETENIDO-REGIONAL(INDICE-PAIS)
                       TO EST-RETENCION-AUTONOMICA
                   MOVE LINEA-ES-COLA TO LINEA-DECLARACION
           END-EVALUATE.
           WRITE LINEA-DECLARACION.

      *    Ultima pasada: los mismos acumulados que recorre
      *    EstadoAnual-68 (maestro en orden de ID con YTD del ano),
      *    y lo de paises sin archivo de declaracion.
       SUMAR-CONSTANCIAS.
           MOVE 'S' TO FIN-DEL-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'N' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-DEL-ARCHIVO = 'N'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'N' TO FIN-DEL-ARCHIVO
                   NOT AT END
                       PERFORM SUMAR-UNA-CONSTANCIA
               END-READ
           END-PERFORM.

       SUMAR-UNA-CONSTANCIA.
           MOVE EMPLEADOS-ID TO YTD-EMPLEADOS-ID.
           MOVE ANO-TRABAJO TO YTD-ANO.
           READ YTD-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO CONSTANCIAS-CONTEO
                   ADD YTD-BRUTO TO CONSTANCIAS-BRUTO
                   ADD YTD-GRAVABLE TO CONSTANCIAS-GRAVABLE
                   MOVE 'N' TO PAIS-DECLARADO
                   PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                           UNTIL INDICE-PAIS > MAXIMO-PAISES
                       IF TPD-PAIS(INDICE-PAIS) = DIR-CODIGO-PAIS
                           MOVE 'S' TO PAIS-DECLARADO
                       END-IF
                   END-PERFORM
                   IF PAIS-DECLARADO = 'N'
                       ADD 1 TO OTROS-CONTEO
                       ADD YTD-BRUTO TO OTROS-BRUTO
                       ADD YTD-GRAVABLE TO OTROS-GRAVABLE
                   END-IF
           END-READ.

      *    Declarado + excepciones + omitidos en cero + paises sin
      *    archivo debe dar el total de las constancias del ano.
       ESCRIBIR-CUADRE.
           IF TOTAL-EXCEPCIONES = ZERO
               MOVE '  (ninguna)' TO LINEA-CONTROL
               WRITE LINEA-CONTROL
           END-IF.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'ARCHIVOS POR PAIS  (perceptores, bruto, gravable, reten
      -        'ido nacional y regional, excepciones)'
               TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE ZERO TO CUADRE-CONTEO.
           MOVE ZERO TO CUADRE-BRUTO.
           MOVE ZERO TO CUADRE-GRAVABLE.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > MAXIMO-PAISES
               MOVE TPD-PAIS(INDICE-PAIS) TO PTL-PAIS
               MOVE PAT-CONTEO(INDICE-PAIS) TO PTL-CONTEO
               MOVE PAT-BRUTO(INDICE-PAIS) TO PTL-BRUTO
               MOVE PAT-GRAVABLE(INDICE-PAIS) TO PTL-GRAVABLE
               MOVE PAT-RETENIDO(INDICE-PAIS) TO PTL-RETENIDO
               MOVE PAT-RETENIDO-REGIONAL(INDICE-PAIS) TO PTL-REGIONAL
               MOVE PAT-EXCEPCIONES(INDICE-PAIS) TO PTL-EXCEPCIONES
               MOVE LINEA-PAIS-TOTAL TO LINEA-CONTROL
               WRITE LINEA-CONTROL
               COMPUTE CUADRE-CONTEO = CUADRE-CONTEO +
                   PAT-CONTEO(INDICE-PAIS) +
                   PAT-EXCEPCIONES(INDICE-PAIS) +
                   PAT-OMITIDOS(INDICE-PAIS)
               COMPUTE CUADRE-BRUTO = CUADRE-BRUTO +
                   PAT-BRUTO(INDICE-PAIS) + PAT-EXC-BRUTO(INDICE-PAIS)
               COMPUTE CUADRE-GRAVABLE = CUADRE-GRAVABLE +
                   PAT-GRAVABLE(INDICE-PAIS) +
                   PAT-EXC-GRAVABLE(INDICE-PAIS)
           END-PERFORM.
           ADD OTROS-CONTEO TO CUADRE-CONTEO.
           ADD OTROS-BRUTO TO CUADRE-BRUTO.
           ADD OTROS-GRAVABLE TO CUADRE-GRAVABLE.
           MOVE SPACES TO LINEA-CONTROL.
           STRING 'Otros paises (sin archivo): ' OTROS-CONTEO
               ' perceptores'
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'CUADRE CONTRA CONSTANCIAS ANUALES' TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'Bruto archivos | constancias' TO CMP-CONCEPTO.
           MOVE CUADRE-CONTEO TO CMP-CONTEO-A.
           MOVE CUADRE-BRUTO TO CMP-IMPORTE-A.
           MOVE CONSTANCIAS-CONTEO TO CMP-CONTEO-B.
           MOVE CONSTANCIAS-BRUTO TO CMP-IMPORTE-B.
           IF CUADRE-CONTEO = CONSTANCIAS-CONTEO AND
                   CUADRE-BRUTO = CONSTANCIAS-BRUTO
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           MOVE LINEA-COMPARA TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE 'Gravable archivos | constanc.' TO CMP-CONCEPTO.
           MOVE CUADRE-GRAVABLE TO CMP-IMPORTE-A.
           MOVE CONSTANCIAS-GRAVABLE TO CMP-IMPORTE-B.
           IF CUADRE-GRAVABLE = CONSTANCIAS-GRAVABLE
               MOVE 'CUADRA' TO CMP-ESTADO
           ELSE
               MOVE 'DIFIERE' TO CMP-ESTADO
               ADD 1 TO TOTAL-DIFERENCIAS
           END-IF.
           MOVE LINEA-COMPARA TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           WRITE LINEA-CONTROL.
           MOVE SPACES TO LINEA-CONTROL.
           STRING 'EXCEPCIONES: ' TOTAL-EXCEPCIONES
               '   DIFERENCIAS: ' TOTAL-DIFERENCIAS
               DELIMITED BY SIZE INTO LINEA-CONTROL.
           WRITE LINEA-CONTROL.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'DECLARACION-ANUAL' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE CONSTANCIAS-CONTEO TO RUN-LEIDOS
               MOVE TOTAL-DECLARADOS TO RUN-ESCRITOS
               COMPUTE RUN-RECHAZADOS =
                   TOTAL-EXCEPCIONES + TOTAL-DIFERENCIAS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM DECLARACION-ANUAL.
