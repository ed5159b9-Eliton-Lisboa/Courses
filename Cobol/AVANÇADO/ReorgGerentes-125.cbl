      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reorganizacion de lineas de reporte en bloque. Un
      *          juego de movimientos (reorg_movimientos.dat) dice
      *          "mover el subarbol del gerente X debajo de Y" (tipo
      *          S: X y todo lo que cuelga de el pasan a reportar a
      *          Y) o "reasignar todos los reportes directos de X a
      *          Y" (tipo R: X se queda donde esta, sus directos
      *          activos pasan a Y). Modo C captura movimientos;
      *          modo W corre el what-if en memoria sin tocar el
      *          maestro: tramo de control nuevo por gerente (como
      *          SPAN-CONTROL), headcount y costo de todos los niveles
      *          antes y despues (como ROLLUP-GERENTES), y los ciclos
      *          y huerfanos que el juego crearia; modo A vuelve a
      *          correr el mismo what-if y, solo si sale limpio,
      *          aplica todo el juego en un solo lote auditado
      *          (auditoria REORG-GER con la marca de lote, historico
      *          REORG con DE=/A=, journal) y vacia el juego; modo X
      *          descarta el juego capturado. Cada corrida deja en
      *          reasignaciones_pendientes.txt a los activos cuyo
      *          gerente esta dado de baja o no existe (los reportes
      *          que BAJA-REGISTRO deja colgando), con el gerente del
      *          gerente dado de baja como destino sugerido; la
      *          cadena nocturna lo regenera con el modo P.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG-GERENTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

      *    Juego de movimientos pendiente de aplicar.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'reorg_movimientos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO 'reorg_whatif.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRINT-STATUS.

           SELECT PENDIENTES-ARCHIVO
           ASSIGN TO 'reasignaciones_pendientes.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDIENTES-STATUS.

           SELECT AUDITORIA-ARCHIVO
           ASSIGN TO 'auditoria.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDITORIA-STATUS.

           SELECT HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

      *    Journal de imagenes completas (mismo archivo y layout que
      *    RegistrosIndexados-05).
           SELECT OPTIONAL JOURNAL-ARCHIVO
           ASSIGN TO 'journal.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  MOVIMIENTOS-ARCHIVO.
           01  MOVIMIENTOS-REGISTRO.
               05  RMV-TIPO PIC X.
                   88  MOVER-SUBARBOL VALUE 'S'.
                   88  REASIGNAR-REPORTES VALUE 'R'.
                   88  TIPO-MOVIMIENTO-VALIDO VALUES 'S' 'R'.
               05  RMV-ORIGEN-ID PIC 9(6).
               05  RMV-DESTINO-ID PIC 9(6).
               05  RMV-MOTIVO PIC X(20).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(110).

       FD  PENDIENTES-ARCHIVO.
           01  PENDIENTES-LINEA PIC X(110).

       FD  AUDITORIA-ARCHIVO.
           01  AUDITORIA-LINEA PIC X(60).

       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA PIC X(60).

       FD  JOURNAL-ARCHIVO.
           01  JOURNAL-REGISTRO.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

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
           01  TIPO-TXT PIC X(50)
               VALUE 'Tipo (S=mover subarbol, R=reasignar reportes): '.
           01  ORIGEN-TXT PIC X(30)
               VALUE 'ID del gerente de origen: '.
           01  DESTINO-TXT PIC X(30)
               VALUE 'ID del gerente de destino: '.
           01  MOTIVO-TXT PIC X(24)
               VALUE 'Motivo del movimiento: '.
           01  UMBRAL-TXT PIC X(42)
               VALUE 'Umbral de reportes directos (ENTER = 8): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  MODO-CORRIDA PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  PENDIENTES-STATUS PIC XX.
           01  AUDITORIA-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  JOURNAL-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  RUN-INICIO-TS-R REDEFINES RUN-INICIO-TS.
               05  FILLER PIC 9(8).
               05  LOTE-HORA PIC 9(6).
           01  CORRIDA-CON-AVISO PIC X VALUE 'N'.
           01  FIN-ARCHIVO PIC X.
           01  FIN-MOVIMIENTOS PIC X.
           01  CAMPO-VALIDO PIC X.
           01  TIPO-ENTRADA PIC X.

           01  UMBRAL-ENTRADA PIC X(2).
           01  UMBRAL-SPAN PIC 99 VALUE 8.

      *    Foto del maestro en memoria: el what-if trabaja sobre el
      *    gerente "antes" y el gerente "despues" de cada empleado,
      *    con el indice de la entrada del gerente ya resuelto para
      *    subir las cadenas sin releer el maestro. El maestro se lee
      *    en orden de clave, asi que la tabla queda ordenada por ID
      *    y se busca por mitades.
           01  MAXIMO-EMPLEADOS PIC 9(5) VALUE 5000.
           01  TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
           01  DESBORDE-EMPLEADOS PIC X VALUE 'N'.
           01  TABLA-EMPLEADOS.
               05  EMPLEADO-ENTRADA OCCURS 5000 TIMES.
                   10  TAB-ID PIC 9(6).
                   10  TAB-NOMBRE PIC X(25).
                   10  TAB-ACTIVO PIC X.
                   10  TAB-SALARIO PIC 9(7)V99.
                   10  TAB-GER-ANTES PIC 9(6).
                   10  TAB-GER-DESPUES PIC 9(6).
                   10  TAB-IDX-ANTES PIC 9(5).
                   10  TAB-IDX-DESPUES PIC 9(5).
                   10  TAB-DIR-ANTES PIC 9(5).
                   10  TAB-DIR-DESPUES PIC 9(5).
                   10  TAB-HC-ANTES PIC 9(5).
                   10  TAB-HC-DESPUES PIC 9(5).
                   10  TAB-COSTO-ANTES PIC 9(11)V99.
                   10  TAB-COSTO-DESPUES PIC 9(11)V99.
                   10  TAB-CICLO-ANTES PIC X.
                   10  TAB-CICLO-DESPUES PIC X.
                   10  TAB-HUERFANO-ANTES PIC X.
                   10  TAB-HUERFANO-DESPUES PIC X.

           01  INDICE-EMPLEADO PIC 9(5).
           01  INDICE-REPORTE PIC 9(5).
           01  INDICE-ORIGEN PIC 9(5).
           01  INDICE-DESTINO PIC 9(5).
           01  INDICE-CADENA PIC 9(5).
           01  INDICE-GERENTE PIC 9(5).
           01  BUSCA-ID PIC 9(6).
           01  BUSCA-IDX PIC 9(5).
           01  BUSCA-BAJO PIC 9(5).
           01  BUSCA-ALTO PIC 9(5).
           01  BUSCA-MEDIO PIC 9(5).

      *    'A' = la estructura vigente, 'D' = la que dejaria el juego.
           01  ESTRUCTURA PIC X.
               88  ESTRUCTURA-ANTES VALUE 'A'.
               88  ESTRUCTURA-DESPUES VALUE 'D'.
           01  CONTADOR-SALTOS PIC 9(2).
           01  MAX-SALTOS PIC 9(2) VALUE 20.
      *        Tope defensivo de la subida, igual que en
      *        ROLLUP-GERENTES: pasarlo es estar en un ciclo o
      *        colgar de uno.
           01  HUBO-CICLO PIC X.

           01  MOVIMIENTO-OK PIC X.
           01  NOTA-MOVIMIENTO PIC X(30).
           01  AFECTADOS-MOVIMIENTO PIC 9(5).
           01  SUGERIDO-ID PIC 9(6).
           01  LISTA-ANTES PIC X.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-CAMBIADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-APLICADOS PIC 9(6) VALUE ZERO.
           01  TOTAL-CAPTURADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-AFECTADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-SOBRE-UMBRAL PIC 9(5) VALUE ZERO.
           01  CICLOS-CREADOS PIC 9(5) VALUE ZERO.
           01  HUERFANOS-CREADOS PIC 9(5) VALUE ZERO.
           01  HUERFANOS-RESUELTOS PIC 9(5) VALUE ZERO.
           01  TOTAL-PENDIENTES PIC 9(5) VALUE ZERO.

           01  LINEA-MOVIMIENTO.
               05  MOV-TIPO PIC X.
               05  FILLER PIC X(8) VALUE ' origen='.
               05  MOV-ORIGEN PIC 9(6).
               05  FILLER PIC X(9) VALUE ' destino='.
               05  MOV-DESTINO PIC 9(6).
               05  FILLER PIC X(12) VALUE ' afectados='.
               05  MOV-AFECTADOS PIC ZZZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  MOV-MOTIVO PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  MOV-NOTA PIC X(30).

           01  LINEA-GERENTE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-NOMBRE PIC X(20).
               05  FILLER PIC X(5) VALUE ' dir='.
               05  DET-DIR-ANTES PIC ZZZ9.
               05  FILLER PIC X(1) VALUE '>'.
               05  DET-DIR-DESPUES PIC ZZZ9.
               05  FILLER PIC X(4) VALUE ' hc='.
               05  DET-HC-ANTES PIC ZZZZ9.
               05  FILLER PIC X(1) VALUE '>'.
               05  DET-HC-DESPUES PIC ZZZZ9.
               05  FILLER PIC X(7) VALUE ' costo='.
               05  DET-COSTO-ANTES PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE '>'.
               05  DET-COSTO-DESPUES PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MARCA PIC X(15).

           01  LINEA-EMPLEADO.
               05  EMP-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EMP-NOMBRE PIC X(26).
               05  EMP-TEXTO PIC X(40).

           01  LINEA-PENDIENTE.
               05  PEN-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  PEN-NOMBRE PIC X(26).
               05  FILLER PIC X(9) VALUE 'gerente='.
               05  PEN-GERENTE PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  PEN-SITUACION PIC X(16).
               05  FILLER PIC X(10) VALUE 'sugerido='.
               05  PEN-SUGERIDO PIC 9(6).

           01  AUDITORIA-FECHA-HORA PIC 9(14).
           01  AUDITORIA-FECHA-HORA-R REDEFINES AUDITORIA-FECHA-HORA.
               05  AUD-ANO PIC 9(4).
               05  AUD-MES PIC 99.
               05  AUD-DIA PIC 99.
               05  AUD-HORA PIC 99.
               05  AUD-MIN PIC 99.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           DISPLAY 'Modo (C=capturar, W=what-if, A=aplicar, '
               'P=pendientes, X=descartar juego):'.
           ACCEPT MODO-CORRIDA.
           EVALUATE FUNCTION UPPER-CASE(MODO-CORRIDA)
               WHEN 'C'
                   PERFORM CAPTURAR-MOVIMIENTOS
               WHEN 'W'
                   PERFORM PEDIR-UMBRAL
                   MOVE 'W' TO MODO-CORRIDA
                   PERFORM ABRIR-MAESTRO
                   PERFORM CORRER-WHATIF
                   PERFORM ESCRIBIR-PENDIENTES
                   CLOSE EMPLEADOS-ARCHIVO
                   PERFORM MOSTRAR-RESUMEN
               WHEN 'A'
                   PERFORM PEDIR-UMBRAL
                   MOVE 'A' TO MODO-CORRIDA
                   PERFORM ABRIR-MAESTRO
                   PERFORM CORRER-WHATIF
                   PERFORM APLICAR-JUEGO
                   PERFORM ESCRIBIR-PENDIENTES
                   CLOSE EMPLEADOS-ARCHIVO
                   PERFORM MOSTRAR-RESUMEN
                   PERFORM REGISTRAR-RUN-LOG
               WHEN 'P'
                   MOVE 'P' TO MODO-CORRIDA
                   PERFORM ABRIR-MAESTRO
                   PERFORM CARGAR-EMPLEADOS
                   PERFORM CALCULAR-ESTRUCTURAS
                   PERFORM ESCRIBIR-PENDIENTES
                   CLOSE EMPLEADOS-ARCHIVO
                   DISPLAY 'Reportes pendientes de reasignar: '
                       TOTAL-PENDIENTES
                   DISPLAY 'Lista en reasignaciones_pendientes.txt'
                   IF TOTAL-PENDIENTES > ZERO
                       MOVE 'S' TO CORRIDA-CON-AVISO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM REGISTRAR-RUN-LOG
               WHEN 'X'
                   PERFORM DESCARTAR-JUEGO
               WHEN OTHER
                   DISPLAY 'Modo invalido; nada que hacer.'
           END-EVALUATE.

       PROGRAM-DONE.
           STOP RUN.

       PEDIR-UMBRAL.
           DISPLAY UMBRAL-TXT.
           ACCEPT UMBRAL-ENTRADA.
           IF UMBRAL-ENTRADA IS NUMERIC
               MOVE UMBRAL-ENTRADA TO UMBRAL-SPAN
           END-IF.

      *    El what-if solo lee; aplicar abre I-O desde el principio
      *    para que nadie cambie el maestro entre el what-if y el
      *    lote.
       ABRIR-MAESTRO.
           IF MODO-CORRIDA = 'A'
               OPEN I-O EMPLEADOS-ARCHIVO
           ELSE
               OPEN INPUT EMPLEADOS-ARCHIVO
           END-IF.
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

      *----------------------------------------------------------------
      *    Modo C: captura del juego de movimientos.
      *----------------------------------------------------------------
       CAPTURAR-MOVIMIENTOS.
           MOVE 'C' TO MODO-CORRIDA.
           PERFORM ABRIR-MAESTRO.
           OPEN EXTEND MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS NOT = '00' AND
                   MOVIMIENTOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo MOVIMIENTOS. STATUS ='
                   MOVIMIENTOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM CAPTURAR-UNO UNTIL RESPOSTA-NAO.
           CLOSE MOVIMIENTOS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY 'Movimientos capturados: ' TOTAL-CAPTURADOS.
           DISPLAY 'Corra el modo W para ver el what-if.'.

       CAPTURAR-UNO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-TIPO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ORIGEN UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-DESTINO UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY MOTIVO-TXT.
           MOVE SPACES TO RMV-MOTIVO.
           ACCEPT RMV-MOTIVO.
           WRITE MOVIMIENTOS-REGISTRO.
           ADD 1 TO TOTAL-CAPTURADOS.
           PERFORM REINICIAR.

       OBTENER-TIPO.
           DISPLAY TIPO-TXT.
           ACCEPT TIPO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(TIPO-ENTRADA) TO RMV-TIPO.
           IF TIPO-MOVIMIENTO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Tipo invalido.'
           END-IF.

      *    Para reasignar reportes el origen puede estar dado de baja
      *    (es el caso normal: los directos de un gerente que se
      *    fue); para mover un subarbol tiene que seguir activo.
       OBTENER-ORIGEN.
           DISPLAY ORIGEN-TXT.
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   IF MOVER-SUBARBOL AND STATUS-INATIVO
                       DISPLAY 'Para mover su subarbol el gerente '
                           'debe estar activo.'
                   ELSE
                       MOVE 'S' TO CAMPO-VALIDO
                       MOVE EMPLEADOS-ID TO RMV-ORIGEN-ID
                       DISPLAY 'Origen: ' EMPLEADOS-NOMBRE
                   END-IF
           END-READ.

       OBTENER-DESTINO.
           DISPLAY DESTINO-TXT.
           ACCEPT EMPLEADOS-ID.
           IF EMPLEADOS-ID = RMV-ORIGEN-ID
               DISPLAY 'El destino no puede ser el mismo origen.'
           ELSE
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe un empleado con el ID '
                           EMPLEADOS-ID '.'
                   NOT INVALID KEY
                       IF STATUS-INATIVO
                           DISPLAY 'Ese gerente esta dado de baja.'
                       ELSE
                           MOVE 'S' TO CAMPO-VALIDO
                           MOVE EMPLEADOS-ID TO RMV-DESTINO-ID
                           DISPLAY 'Destino: ' EMPLEADOS-NOMBRE
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *    What-if: foto del maestro, juego aplicado en memoria,
      *    estructuras antes/despues y reporte.
      *----------------------------------------------------------------
       CORRER-WHATIF.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'Error de archivo PRINT-FILE. STATUS ='
                   PRINT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CARGAR-EMPLEADOS.
           MOVE 'MOVIMIENTOS DEL JUEGO' TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM PROCESAR-MOVIMIENTOS.
           PERFORM CALCULAR-ESTRUCTURAS.
           PERFORM IMPRIMIR-GERENTES.
           PERFORM IMPRIMIR-CICLOS-HUERFANOS.
           CLOSE PRINT-FILE.

       CARGAR-EMPLEADOS.
           MOVE ZERO TO TOTAL-EMPLEADOS.
           MOVE 'N' TO FIN-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM GUARDAR-EN-TABLA
               END-READ
           END-PERFORM.
           IF DESBORDE-EMPLEADOS = 'S'
               DISPLAY 'Aviso: mas de ' MAXIMO-EMPLEADOS
                   ' empleados; el resto no entro al what-if.'
           END-IF.
           PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
               MOVE TAB-GER-ANTES(INDICE-EMPLEADO) TO BUSCA-ID
               PERFORM BUSCAR-EN-TABLA
               MOVE BUSCA-IDX TO TAB-IDX-ANTES(INDICE-EMPLEADO)
               MOVE BUSCA-IDX TO TAB-IDX-DESPUES(INDICE-EMPLEADO)
           END-PERFORM.

       GUARDAR-EN-TABLA.
           IF TOTAL-EMPLEADOS < MAXIMO-EMPLEADOS
               ADD 1 TO TOTAL-EMPLEADOS
               MOVE TOTAL-EMPLEADOS TO INDICE-EMPLEADO
               INITIALIZE EMPLEADO-ENTRADA(INDICE-EMPLEADO)
               MOVE EMPLEADOS-ID TO TAB-ID(INDICE-EMPLEADO)
               MOVE EMPLEADOS-NOMBRE TO TAB-NOMBRE(INDICE-EMPLEADO)
               MOVE EMPLEADOS-ACTIVO TO TAB-ACTIVO(INDICE-EMPLEADO)
               MOVE EMPLEADOS-SALARIO TO TAB-SALARIO(INDICE-EMPLEADO)
               MOVE EMPLEADOS-GERENTE-ID
                   TO TAB-GER-ANTES(INDICE-EMPLEADO)
               MOVE EMPLEADOS-GERENTE-ID
                   TO TAB-GER-DESPUES(INDICE-EMPLEADO)
           ELSE
               MOVE 'S' TO DESBORDE-EMPLEADOS
           END-IF.

      *    Busqueda por mitades sobre la tabla ordenada por ID;
      *    BUSCA-IDX queda en CERO si el ID no esta (o es CERO).
       BUSCAR-EN-TABLA.
           MOVE ZERO TO BUSCA-IDX.
           MOVE 1 TO BUSCA-BAJO.
           MOVE TOTAL-EMPLEADOS TO BUSCA-ALTO.
           IF BUSCA-ID NOT = ZERO
               PERFORM UNTIL BUSCA-BAJO > BUSCA-ALTO
                       OR BUSCA-IDX NOT = ZERO
                   COMPUTE BUSCA-MEDIO = (BUSCA-BAJO + BUSCA-ALTO) / 2
                   EVALUATE TRUE
                       WHEN TAB-ID(BUSCA-MEDIO) = BUSCA-ID
                           MOVE BUSCA-MEDIO TO BUSCA-IDX
                       WHEN TAB-ID(BUSCA-MEDIO) < BUSCA-ID
                           COMPUTE BUSCA-BAJO = BUSCA-MEDIO + 1
                       WHEN OTHER
                           IF BUSCA-MEDIO = 1
                               MOVE ZERO TO BUSCA-ALTO
                           ELSE
                               COMPUTE BUSCA-ALTO = BUSCA-MEDIO - 1
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *    Los movimientos se aplican en memoria en el orden del
      *    juego, cada uno sobre lo que dejaron los anteriores.
       PROCESAR-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-ARCHIVO.
           IF MOVIMIENTOS-STATUS = '05' OR MOVIMIENTOS-STATUS = '35'
               MOVE '  (no hay movimientos capturados)' TO PRINT-LINE
               WRITE PRINT-LINE
           ELSE
               MOVE 'N' TO FIN-MOVIMIENTOS
               PERFORM UNTIL FIN-MOVIMIENTOS = 'S'
                   READ MOVIMIENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOVIMIENTOS
                       NOT AT END
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM SIMULAR-MOVIMIENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMIENTOS-ARCHIVO.

       SIMULAR-MOVIMIENTO.
           MOVE 'S' TO MOVIMIENTO-OK.
           MOVE SPACES TO NOTA-MOVIMIENTO.
           MOVE ZERO TO AFECTADOS-MOVIMIENTO.
           MOVE RMV-ORIGEN-ID TO BUSCA-ID.
           PERFORM BUSCAR-EN-TABLA.
           MOVE BUSCA-IDX TO INDICE-ORIGEN.
           MOVE RMV-DESTINO-ID TO BUSCA-ID.
           PERFORM BUSCAR-EN-TABLA.
           MOVE BUSCA-IDX TO INDICE-DESTINO.
           EVALUATE TRUE
               WHEN NOT TIPO-MOVIMIENTO-VALIDO
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO NOTA-MOVIMIENTO
               WHEN INDICE-ORIGEN = ZERO
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'ORIGEN NO EXISTE' TO NOTA-MOVIMIENTO
               WHEN INDICE-DESTINO = ZERO
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'DESTINO NO EXISTE' TO NOTA-MOVIMIENTO
               WHEN RMV-ORIGEN-ID = RMV-DESTINO-ID
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'ORIGEN IGUAL A DESTINO' TO NOTA-MOVIMIENTO
               WHEN TAB-ACTIVO(INDICE-DESTINO) = 'I'
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'DESTINO DADO DE BAJA' TO NOTA-MOVIMIENTO
               WHEN MOVER-SUBARBOL AND TAB-ACTIVO(INDICE-ORIGEN) = 'I'
                   MOVE 'N' TO MOVIMIENTO-OK
                   MOVE 'ORIGEN DADO DE BAJA' TO NOTA-MOVIMIENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MOVIMIENTO-OK = 'S'
               IF MOVER-SUBARBOL
                   MOVE RMV-DESTINO-ID
                       TO TAB-GER-DESPUES(INDICE-ORIGEN)
                   MOVE INDICE-DESTINO
                       TO TAB-IDX-DESPUES(INDICE-ORIGEN)
                   MOVE 1 TO AFECTADOS-MOVIMIENTO
               ELSE
                   PERFORM VARYING INDICE-REPORTE FROM 1 BY 1
                           UNTIL INDICE-REPORTE > TOTAL-EMPLEADOS
                       IF TAB-ACTIVO(INDICE-REPORTE) NOT = 'I' AND
                               TAB-GER-DESPUES(INDICE-REPORTE)
                                   = RMV-ORIGEN-ID
                           MOVE RMV-DESTINO-ID
                               TO TAB-GER-DESPUES(INDICE-REPORTE)
                           MOVE INDICE-DESTINO
                               TO TAB-IDX-DESPUES(INDICE-REPORTE)
                           ADD 1 TO AFECTADOS-MOVIMIENTO
                       END-IF
                   END-PERFORM
                   IF AFECTADOS-MOVIMIENTO = ZERO
                       MOVE 'SIN REPORTES QUE REASIGNAR'
                           TO NOTA-MOVIMIENTO
                   END-IF
               END-IF
           ELSE
               ADD 1 TO TOTAL-RECHAZADOS
           END-IF.
           MOVE RMV-TIPO TO MOV-TIPO.
           MOVE RMV-ORIGEN-ID TO MOV-ORIGEN.
           MOVE RMV-DESTINO-ID TO MOV-DESTINO.
           MOVE AFECTADOS-MOVIMIENTO TO MOV-AFECTADOS.
           MOVE RMV-MOTIVO TO MOV-MOTIVO.
           IF MOVIMIENTO-OK = 'N'
               MOVE SPACES TO MOV-NOTA
               STRING '** RECHAZADO: ' NOTA-MOVIMIENTO
                   DELIMITED BY SIZE
                   INTO MOV-NOTA
           ELSE
               MOVE NOTA-MOVIMIENTO TO MOV-NOTA
           END-IF.
           MOVE LINEA-MOVIMIENTO TO PRINT-LINE.
           WRITE PRINT-LINE.

      *    Por cada activo, en las dos estructuras: directo de su
      *    gerente, huerfano si el gerente no existe o esta dado de
      *    baja, y si no esta en ciclo, su cabeza y su salario se
      *    abonan a todos sus ancestros como en ROLLUP-GERENTES.
       CALCULAR-ESTRUCTURAS.
           PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
               IF TAB-ACTIVO(INDICE-EMPLEADO) NOT = 'I'
                   MOVE 'A' TO ESTRUCTURA
                   PERFORM EVALUAR-EMPLEADO
                   MOVE 'D' TO ESTRUCTURA
                   PERFORM EVALUAR-EMPLEADO
                   IF TAB-GER-DESPUES(INDICE-EMPLEADO) NOT =
                           TAB-GER-ANTES(INDICE-EMPLEADO)
                       ADD 1 TO TOTAL-CAMBIADOS
                   END-IF
               END-IF
           END-PERFORM.

       EVALUAR-EMPLEADO.
           IF ESTRUCTURA-ANTES
               MOVE TAB-IDX-ANTES(INDICE-EMPLEADO) TO INDICE-GERENTE
           ELSE
               MOVE TAB-IDX-DESPUES(INDICE-EMPLEADO) TO INDICE-GERENTE
           END-IF.
           IF INDICE-GERENTE NOT = ZERO
               IF ESTRUCTURA-ANTES
                   ADD 1 TO TAB-DIR-ANTES(INDICE-GERENTE)
               ELSE
                   ADD 1 TO TAB-DIR-DESPUES(INDICE-GERENTE)
               END-IF
           END-IF.
           PERFORM VERIFICAR-HUERFANO.
           PERFORM VERIFICAR-CICLO.
           IF HUBO-CICLO = 'N'
               PERFORM ABONAR-ANCESTROS
           END-IF.

       VERIFICAR-HUERFANO.
           IF ESTRUCTURA-ANTES
               IF TAB-GER-ANTES(INDICE-EMPLEADO) NOT = ZERO
                   IF INDICE-GERENTE = ZERO
                       MOVE 'S' TO TAB-HUERFANO-ANTES(INDICE-EMPLEADO)
                   ELSE
                       IF TAB-ACTIVO(INDICE-GERENTE) = 'I'
                           MOVE 'S'
                               TO TAB-HUERFANO-ANTES(INDICE-EMPLEADO)
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF TAB-GER-DESPUES(INDICE-EMPLEADO) NOT = ZERO
                   IF INDICE-GERENTE = ZERO
                       MOVE 'S'
                           TO TAB-HUERFANO-DESPUES(INDICE-EMPLEADO)
                   ELSE
                       IF TAB-ACTIVO(INDICE-GERENTE) = 'I'
                           MOVE 'S'
                               TO TAB-HUERFANO-DESPUES(INDICE-EMPLEADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Sube la cadena desde el propio empleado; volver a el o
      *    pasar el tope de saltos es quedar en un ciclo (o colgar
      *    de uno).
       VERIFICAR-CICLO.
           MOVE 'N' TO HUBO-CICLO.
           MOVE ZERO TO CONTADOR-SALTOS.
           MOVE INDICE-GERENTE TO INDICE-CADENA.
           PERFORM UNTIL INDICE-CADENA = ZERO
                   OR HUBO-CICLO = 'S'
               ADD 1 TO CONTADOR-SALTOS
               IF INDICE-CADENA = INDICE-EMPLEADO OR
                       CONTADOR-SALTOS >= MAX-SALTOS
                   MOVE 'S' TO HUBO-CICLO
               ELSE
                   PERFORM SIGUIENTE-EN-CADENA
               END-IF
           END-PERFORM.
           IF HUBO-CICLO = 'S'
               IF ESTRUCTURA-ANTES
                   MOVE 'S' TO TAB-CICLO-ANTES(INDICE-EMPLEADO)
               ELSE
                   MOVE 'S' TO TAB-CICLO-DESPUES(INDICE-EMPLEADO)
               END-IF
           END-IF.

       ABONAR-ANCESTROS.
           MOVE INDICE-GERENTE TO INDICE-CADENA.
           PERFORM UNTIL INDICE-CADENA = ZERO
               IF ESTRUCTURA-ANTES
                   ADD 1 TO TAB-HC-ANTES(INDICE-CADENA)
                   ADD TAB-SALARIO(INDICE-EMPLEADO)
                       TO TAB-COSTO-ANTES(INDICE-CADENA)
               ELSE
                   ADD 1 TO TAB-HC-DESPUES(INDICE-CADENA)
                   ADD TAB-SALARIO(INDICE-EMPLEADO)
                       TO TAB-COSTO-DESPUES(INDICE-CADENA)
               END-IF
               PERFORM SIGUIENTE-EN-CADENA
           END-PERFORM.

       SIGUIENTE-EN-CADENA.
           IF ESTRUCTURA-ANTES
               MOVE TAB-IDX-ANTES(INDICE-CADENA) TO INDICE-CADENA
           ELSE
               MOVE TAB-IDX-DESPUES(INDICE-CADENA) TO INDICE-CADENA
           END-IF.

      *    Solo los gerentes a los que el juego les mueve algo.
       IMPRIMIR-GERENTES.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'GERENTES AFECTADOS (directos / headcount / costo de '
               TO PRINT-LINE.
           MOVE 'todos los niveles, antes>despues)' TO PRINT-LINE(53:).
           WRITE PRINT-LINE.
           PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
               IF TAB-DIR-ANTES(INDICE-EMPLEADO) NOT =
                       TAB-DIR-DESPUES(INDICE-EMPLEADO) OR
                   TAB-HC-ANTES(INDICE-EMPLEADO) NOT =
                       TAB-HC-DESPUES(INDICE-EMPLEADO) OR
                   TAB-COSTO-ANTES(INDICE-EMPLEADO) NOT =
                       TAB-COSTO-DESPUES(INDICE-EMPLEADO)
                   PERFORM IMPRIMIR-UN-GERENTE
               END-IF
           END-PERFORM.

       IMPRIMIR-UN-GERENTE.
           ADD 1 TO TOTAL-AFECTADOS.
           MOVE TAB-ID(INDICE-EMPLEADO) TO DET-ID.
           MOVE TAB-NOMBRE(INDICE-EMPLEADO) TO DET-NOMBRE.
           MOVE TAB-DIR-ANTES(INDICE-EMPLEADO) TO DET-DIR-ANTES.
           MOVE TAB-DIR-DESPUES(INDICE-EMPLEADO) TO DET-DIR-DESPUES.
           MOVE TAB-HC-ANTES(INDICE-EMPLEADO) TO DET-HC-ANTES.
           MOVE TAB-HC-DESPUES(INDICE-EMPLEADO) TO DET-HC-DESPUES.
           MOVE TAB-COSTO-ANTES(INDICE-EMPLEADO) TO DET-COSTO-ANTES.
           MOVE TAB-COSTO-DESPUES(INDICE-EMPLEADO)
               TO DET-COSTO-DESPUES.
           EVALUATE TRUE
               WHEN TAB-ACTIVO(INDICE-EMPLEADO) = 'I'
                   MOVE 'DADO DE BAJA' TO DET-MARCA
               WHEN TAB-DIR-DESPUES(INDICE-EMPLEADO) > UMBRAL-SPAN
                   MOVE '** SOBRE UMBRAL' TO DET-MARCA
                   ADD 1 TO TOTAL-SOBRE-UMBRAL
               WHEN OTHER
                   MOVE SPACES TO DET-MARCA
           END-EVALUATE.
           MOVE LINEA-GERENTE TO PRINT-LINE.
           WRITE PRINT-LINE.

      *    Ciclos y huerfanos que el juego crearia (los que ya
      *    existian no cuentan contra el juego) y los huerfanos que
      *    resuelve.
       IMPRIMIR-CICLOS-HUERFANOS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE 'CICLOS Y HUERFANOS' TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
               MOVE SPACES TO EMP-TEXTO
               EVALUATE TRUE
                   WHEN TAB-CICLO-DESPUES(INDICE-EMPLEADO) = 'S' AND
                           TAB-CICLO-ANTES(INDICE-EMPLEADO) NOT = 'S'
                       ADD 1 TO CICLOS-CREADOS
                       MOVE '** quedaria en un ciclo de gerentes'
                           TO EMP-TEXTO
                   WHEN TAB-HUERFANO-DESPUES(INDICE-EMPLEADO) = 'S'
                           AND TAB-HUERFANO-ANTES(INDICE-EMPLEADO)
                               NOT = 'S'
                       ADD 1 TO HUERFANOS-CREADOS
                       MOVE '** quedaria con gerente dado de baja'
                           TO EMP-TEXTO
                   WHEN TAB-HUERFANO-ANTES(INDICE-EMPLEADO) = 'S'
                           AND TAB-HUERFANO-DESPUES(INDICE-EMPLEADO)
                               NOT = 'S'
                       ADD 1 TO HUERFANOS-RESUELTOS
                       MOVE 'huerfano que el juego reasigna'
                           TO EMP-TEXTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF EMP-TEXTO NOT = SPACES
                   MOVE TAB-ID(INDICE-EMPLEADO) TO EMP-ID
                   MOVE TAB-NOMBRE(INDICE-EMPLEADO) TO EMP-NOMBRE
                   MOVE LINEA-EMPLEADO TO PRINT-LINE
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      *    Modo A: el juego entero o nada.
      *----------------------------------------------------------------
       APLICAR-JUEGO.
           EVALUATE TRUE
               WHEN TOTAL-LEIDOS = ZERO
                   DISPLAY 'No hay movimientos que aplicar.'
               WHEN TOTAL-RECHAZADOS > ZERO OR
                       CICLOS-CREADOS > ZERO OR
                       HUERFANOS-CREADOS > ZERO OR
                       DESBORDE-EMPLEADOS = 'S'
                   DISPLAY 'El what-if tiene rechazos, ciclos o '
                       'huerfanos nuevos: no se aplico nada.'
                   DISPLAY 'Detalle en reorg_whatif.txt'
                   MOVE 'S' TO CORRIDA-CON-AVISO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   OPEN EXTEND AUDITORIA-ARCHIVO
                   OPEN EXTEND HISTORICO-ARCHIVO
                   OPEN EXTEND JOURNAL-ARCHIVO
                   PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                           UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
                       IF TAB-ACTIVO(INDICE-EMPLEADO) NOT = 'I' AND
                               TAB-GER-DESPUES(INDICE-EMPLEADO) NOT =
                                   TAB-GER-ANTES(INDICE-EMPLEADO)
                           PERFORM APLICAR-UNO
                       END-IF
                   END-PERFORM
                   CLOSE AUDITORIA-ARCHIVO
                   CLOSE HISTORICO-ARCHIVO
                   CLOSE JOURNAL-ARCHIVO
                   PERFORM VACIAR-JUEGO
      *            La lista de pendientes sale ya con el lote puesto.
                   PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                           UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
                       MOVE TAB-GER-DESPUES(INDICE-EMPLEADO)
                           TO TAB-GER-ANTES(INDICE-EMPLEADO)
                       MOVE TAB-IDX-DESPUES(INDICE-EMPLEADO)
                           TO TAB-IDX-ANTES(INDICE-EMPLEADO)
                       MOVE TAB-HUERFANO-DESPUES(INDICE-EMPLEADO)
                           TO TAB-HUERFANO-ANTES(INDICE-EMPLEADO)
                   END-PERFORM
           END-EVALUATE.

       APLICAR-UNO.
           MOVE TAB-ID(INDICE-EMPLEADO) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'Aviso: el ID ' EMPLEADOS-ID
                       ' ya no esta en el maestro.'
               NOT INVALID KEY
                   MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
                   MOVE TAB-GER-DESPUES(INDICE-EMPLEADO)
                       TO EMPLEADOS-GERENTE-ID
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'Aviso: no se pudo actualizar el '
                               'ID ' EMPLEADOS-ID '.'
                       NOT INVALID KEY
                           ADD 1 TO TOTAL-APLICADOS
                           MOVE 'REORG-GER' TO AUDITORIA-OPERACION
                           PERFORM REGISTRAR-AUDITORIA
                           MOVE 'REORG' TO HISTORICO-EVENTO
                           PERFORM REGISTRAR-HISTORICO
                           PERFORM REGISTRAR-JOURNAL
                   END-REWRITE
           END-READ.

      *    Igual que VACIAR-COLA en DrenarCola: el juego aplicado se
      *    vacia para que una segunda corrida no lo vuelva a tomar.
       VACIAR-JUEGO.
           OPEN OUTPUT MOVIMIENTOS-ARCHIVO.
           CLOSE MOVIMIENTOS-ARCHIVO.

       DESCARTAR-JUEGO.
           MOVE 'X' TO SI-NO.
           PERFORM UNTIL SI-NO = 'S' OR SI-NO = 'N'
               DISPLAY '¿Descartar el juego de movimientos? (S/N)'
               ACCEPT SI-NO
               MOVE FUNCTION UPPER-CASE(SI-NO) TO SI-NO
           END-PERFORM.
           IF RESPOSTA-SIM
               PERFORM VACIAR-JUEGO
               DISPLAY 'Juego de movimientos descartado.'
           END-IF.

      *----------------------------------------------------------------
      *    Reportes pendientes de reasignar: activos cuyo gerente ya
      *    no esta. El sugerido es el gerente del gerente que se fue,
      *    si sigue activo.
      *----------------------------------------------------------------
       ESCRIBIR-PENDIENTES.
           OPEN OUTPUT PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS NOT = '00'
               DISPLAY 'Error de archivo PENDIENTES. STATUS ='
                   PENDIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'REPORTES PENDIENTES DE REASIGNAR (gerente dado de '
               TO PENDIENTES-LINEA.
           MOVE 'baja o inexistente)' TO PENDIENTES-LINEA(52:).
           WRITE PENDIENTES-LINEA.
           MOVE ZERO TO TOTAL-PENDIENTES.
           PERFORM VARYING INDICE-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-EMPLEADO > TOTAL-EMPLEADOS
               IF TAB-HUERFANO-ANTES(INDICE-EMPLEADO) = 'S'
                   PERFORM ESCRIBIR-UN-PENDIENTE
               END-IF
           END-PERFORM.
           CLOSE PENDIENTES-ARCHIVO.

       ESCRIBIR-UN-PENDIENTE.
           ADD 1 TO TOTAL-PENDIENTES.
           MOVE TAB-ID(INDICE-EMPLEADO) TO PEN-ID.
           MOVE TAB-NOMBRE(INDICE-EMPLEADO) TO PEN-NOMBRE.
           MOVE TAB-GER-ANTES(INDICE-EMPLEADO) TO PEN-GERENTE.
           MOVE ZERO TO SUGERIDO-ID.
           MOVE TAB-IDX-ANTES(INDICE-EMPLEADO) TO INDICE-GERENTE.
           IF INDICE-GERENTE = ZERO
               MOVE 'NO EXISTE' TO PEN-SITUACION
           ELSE
               MOVE 'DADO DE BAJA' TO PEN-SITUACION
               MOVE TAB-IDX-ANTES(INDICE-GERENTE) TO INDICE-CADENA
               IF INDICE-CADENA NOT = ZERO
                   IF TAB-ACTIVO(INDICE-CADENA) NOT = 'I'
                       MOVE TAB-ID(INDICE-CADENA) TO SUGERIDO-ID
                   END-IF
               END-IF
           END-IF.
           MOVE SUGERIDO-ID TO PEN-SUGERIDO.
           MOVE LINEA-PENDIENTE TO PENDIENTES-LINEA.
           WRITE PENDIENTES-LINEA.

       MOSTRAR-RESUMEN.
           DISPLAY 'Movimientos leidos: ' TOTAL-LEIDOS
               ' Rechazados: ' TOTAL-RECHAZADOS.
           DISPLAY 'Empleados que cambian de gerente: '
               TOTAL-CAMBIADOS.
           DISPLAY 'Gerentes afectados: ' TOTAL-AFECTADOS
               ' Sobre umbral ' UMBRAL-SPAN ': ' TOTAL-SOBRE-UMBRAL.
           DISPLAY 'Ciclos nuevos: ' CICLOS-CREADOS
               ' Huerfanos nuevos: ' HUERFANOS-CREADOS
               ' Huerfanos resueltos: ' HUERFANOS-RESUELTOS.
           IF MODO-CORRIDA = 'A'
               DISPLAY 'Empleados actualizados en el maestro: '
                   TOTAL-APLICADOS
           END-IF.
           DISPLAY 'Reportes pendientes de reasignar: '
               TOTAL-PENDIENTES.
           DISPLAY 'What-if en reorg_whatif.txt, pendientes en '
               'reasignaciones_pendientes.txt'.

      *    Mismo formato de linea que REGISTRAR-AUDITORIA en
      *    RegistrosIndexados-05, con la hora de inicio de la corrida
      *    como marca del lote.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO AUDITORIA-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  AUDITORIA-OPERACION ' ID=' EMPLEADOS-ID
                  ' LOTE=' LOTE-HORA
               DELIMITED BY SIZE
               INTO AUDITORIA-LINEA.
           WRITE AUDITORIA-LINEA.

       REGISTRAR-HISTORICO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           MOVE SPACES TO HISTORICO-LINEA.
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  HISTORICO-EVENTO ' ID=' EMPLEADOS-ID
                  ' DE=' TAB-GER-ANTES(INDICE-EMPLEADO)
                  ' A=' TAB-GER-DESPUES(INDICE-EMPLEADO)
               DELIMITED BY SIZE
               INTO HISTORICO-LINEA.
           WRITE HISTORICO-LINEA.

       REGISTRAR-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JOURNAL-FECHA-HORA.
           MOVE 'REORG-GERENTES' TO JOURNAL-PROGRAMA.
           MOVE AUDITORIA-OPERACION TO JOURNAL-OPERACION.
           MOVE JOURNAL-IMAGEN-ANTES TO JOURNAL-ANTES.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-DESPUES.
           WRITE JOURNAL-REGISTRO.

       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'REORG-GERENTES' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               IF MODO-CORRIDA = 'P'
                   MOVE TOTAL-EMPLEADOS TO RUN-LEIDOS
                   MOVE ZERO TO RUN-ESCRITOS
                   MOVE TOTAL-PENDIENTES TO RUN-RECHAZADOS
               ELSE
                   MOVE TOTAL-LEIDOS TO RUN-LEIDOS
                   MOVE TOTAL-APLICADOS TO RUN-ESCRITOS
                   MOVE TOTAL-RECHAZADOS TO RUN-RECHAZADOS
               END-IF
               IF CORRIDA-CON-AVISO = 'S'
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       REINICIAR.
           MOVE 'X' TO SI-NO.
           PERFORM UNTIL SI-NO = 'S' OR SI-NO = 'N'
               DISPLAY '¿Capturar otro movimiento? (S/N)'
               ACCEPT SI-NO
               EVALUATE SI-NO
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'S' TO SI-NO
                   WHEN 'N'
                   WHEN 'n'
                       MOVE 'N' TO SI-NO
                   WHEN OTHER
                       DISPLAY 'Respuesta invalida. Responda S o N.'
               END-EVALUATE
           END-PERFORM.

       END PROGRAM REORG-GERENTES.
