      *          (periodos.dat), el snapshot del dia
      *          (snapshots_control.dat) y el conteo de la bitacora de
      *          corridas - para archivar el cierre con evidencia en
      *          vez de juntar DISPLAYs sueltos. Incluye los totales
      *          de la conciliacion registro/banco/mayor del periodo
      *          (conciliacion_control.dat, CONCILIACION-NOMINA) y
      *          la lista de cambios de sueldo que siguen esperando al
      *          segundo admin (salario_pendiente.dat,
      *          SolicitudSalario-157): la nomina del periodo se pago
      *          con el sueldo anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

           SELECT OPTIONAL CONCILIACION-CONTROL
           ASSIGN TO 'conciliacion_control.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONCILIACION-STATUS.

           SELECT OPTIONAL PENDIENTES-SALARIO-ARCHIVO
           ASSIGN TO 'salario_pendiente.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SPE-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PENDIENTES-SALARIO-STATUS.

           SELECT HOJA-ARCHIVO
           ASSIGN TO 'hoja_cierre.txt'
           ORGANIZATION IS LINE SEQUENTIAL
               05  PERIODOS-FECHA PIC 9(8).
               05  PERIODOS-EMPLEADOS PIC 9(5).
               05  PERIODOS-IMPORTE PIC 9(11)V99.
               05  PERIODOS-GRUPO PIC X(4).

       FD  CONTROL-SNAPSHOTS.
           01  CONTROL-SNAP-REGISTRO.
               05  RUN-RECHAZADOS PIC 9(6).
               05  RUN-ESTADO PIC X(4).

       FD  CONCILIACION-CONTROL.
           01  CONCILIACION-REGISTRO.
               05  CCN-FECHA PIC 9(8).
               05  CCN-GRUPO PIC X(4).
               05  CCN-PERIODO PIC 9(6).
               05  CCN-REG-CONTEO PIC 9(6).
               05  CCN-REG-NETO PIC S9(11)V99.
               05  CCN-PAGADO-CONTEO PIC 9(6).
               05  CCN-PAGADO-IMPORTE PIC 9(11)V99.
               05  CCN-REG-COSTO PIC S9(11)V99.
               05  CCN-GL-CARGOS PIC 9(11)V99.
               05  CCN-DIFERENCIAS PIC 9(6).

       FD  PENDIENTES-SALARIO-ARCHIVO.
           01  PENDIENTES-SALARIO-REGISTRO.
               05  SPE-CLAVE.
                   10  SPE-EMPLEADOS-ID PIC 9(6).
                   10  SPE-FECHA-HORA PIC 9(14).
               05  SPE-ORIGEN PIC X.
               05  SPE-FECHA-EFECTIVA PIC 9(8).
               05  SPE-SALARIO-ANTERIOR PIC 9(7)V99.
               05  SPE-SALARIO-NUEVO PIC 9(7)V99.
               05  SPE-MOTIVO PIC X(40).
               05  SPE-SOLICITANTE PIC X(8).
               05  SPE-ESTADO PIC X.
                   88  SPE-PENDIENTE VALUE 'P'.
               05  SPE-APROBADOR PIC X(8).
               05  SPE-FECHA-DECISION PIC 9(8).
               05  SPE-BASE-ANTERIOR PIC X.
               05  SPE-BASE-NUEVA PIC X.
               05  SPE-TARIFA-ANTERIOR PIC 9(5)V99.
               05  SPE-TARIFA-NUEVA PIC 9(5)V99.

       FD  HOJA-ARCHIVO.
           01  LINEA-HOJA PIC X(80).

           01  CONTROL-STATUS PIC XX.
           01  RUN-LOG-STATUS PIC XX.
           01  HOJA-STATUS PIC XX.
           01  CONCILIACION-STATUS PIC XX.
           01  PENDIENTES-SALARIO-STATUS PIC XX.
           01  FIN-ARCHIVO PIC X.
           01  SALARIOS-PENDIENTES PIC 9(5) VALUE ZERO.

           01  FECHA-HOY PIC 9(8).
           01  PERIODO-ACTUAL PIC 9(6).
           01  SNAPSHOT-TOTAL PIC 9(5).
           01  SNAPSHOT-ACTIVOS PIC 9(5).
           01  CORRIDAS-HOY PIC 9(3) VALUE ZERO.
           01  CONCILIACION-HALLADA PIC X VALUE 'N'.
           01  ULTIMA-CONCILIACION PIC X(88).

           01  LINEA-TITULO.
               05  FILLER PIC X(26)
               05  FILLER PIC X(10) VALUE ' activos= '.
               05  SNA-ACTIVOS PIC ZZZZ9.

           01  LINEA-CONCILIA-NETO.
               05  FILLER PIC X(26) VALUE 'Neto registro/pagado: '.
               05  CON-REG-CONTEO PIC ZZZZZ9.
               05  FILLER PIC X(2) VALUE ' $'.
               05  CON-REG-NETO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' / '.
               05  CON-PAG-CONTEO PIC ZZZZZ9.
               05  FILLER PIC X(2) VALUE ' $'.
               05  CON-PAG-IMPORTE PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-CONCILIA-COSTO.
               05  FILLER PIC X(26) VALUE 'Costo registro/cargos GL:'.
               05  FILLER PIC X(8) VALUE SPACES.
               05  CON-REG-COSTO PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(11) VALUE SPACES.
               05  CON-GL-CARGOS PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01  LINEA-CONCILIA-DIFERENCIAS.
               05  FILLER PIC X(34)
                   VALUE 'Diferencias de conciliacion: '.
               05  CON-DIFERENCIAS PIC ZZZZZ9.

           01  LINEA-PENDIENTE-SALARIO.
               05  PSA-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  PSA-FECHA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  PSA-SOLICITANTE PIC X(8).
               05  PSA-ANTERIOR PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' > '.
               05  PSA-NUEVO PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X VALUE SPACE.
               05  PSA-MOTIVO PIC X(27).

           01  LINEA-CORRIDAS.
               05  FILLER PIC X(34)
                   VALUE 'Corridas batch registradas hoy: '.
           PERFORM BUSCAR-CORRIDA-PERIODO.
           PERFORM BUSCAR-SNAPSHOT-HOY.
           PERFORM CONTAR-CORRIDAS-HOY.
           PERFORM BUSCAR-CONCILIACION-PERIODO.
           PERFORM ESCRIBIR-HOJA.
           DISPLAY 'Hoja de cierre en hoja_cierre.txt'.

           STOP RUN.

      *    Ultimo evento CORRIDA del periodo actual (lo escribio
      *    PAYROLL-EXTRACT en el paso anterior del stream). El cierre
      *    mensual es el del grupo mensual (grupo en blanco); las
      *    semanas y catorcenas se cierran aparte.
       BUSCAR-CORRIDA-PERIODO.
           OPEN INPUT PERIODOS-ARCHIVO.
           IF PERIODOS-STATUS = '00'
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PERIODOS-ID = PERIODO-ACTUAL AND
                                   PERIODOS-EVENTO = 'CORRIDA' AND
                                   PERIODOS-GRUPO = SPACES
                               MOVE 'S' TO CORRIDA-HALLADA
                               MOVE PERIODOS-EMPLEADOS
                                   TO CORRIDA-EMPLEADOS
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

      *    Ultima conciliacion del periodo del grupo mensual.
       BUSCAR-CONCILIACION-PERIODO.
           OPEN INPUT CONCILIACION-CONTROL.
           IF CONCILIACION-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CONCILIACION-CONTROL
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CCN-PERIODO = PERIODO-ACTUAL AND
                                   CCN-GRUPO = SPACES
                               MOVE 'S' TO CONCILIACION-HALLADA
                               MOVE CONCILIACION-REGISTRO
                                   TO ULTIMA-CONCILIACION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONCILIACION-CONTROL.
           IF CONCILIACION-HALLADA = 'S'
               MOVE ULTIMA-CONCILIACION TO CONCILIACION-REGISTRO
           END-IF.

       ESCRIBIR-HOJA.
           OPEN OUTPUT HOJA-ARCHIVO.
           MOVE PERIODO-ACTUAL TO TIT-PERIODO.
                   TO LINEA-HOJA
           END-IF.
           WRITE LINEA-HOJA.
           IF CONCILIACION-HALLADA = 'S'
               MOVE CCN-REG-CONTEO TO CON-REG-CONTEO
               MOVE CCN-REG-NETO TO CON-REG-NETO
               MOVE CCN-PAGADO-CONTEO TO CON-PAG-CONTEO
               MOVE CCN-PAGADO-IMPORTE TO CON-PAG-IMPORTE
               MOVE LINEA-CONCILIA-NETO TO LINEA-HOJA
               WRITE LINEA-HOJA
               MOVE CCN-REG-COSTO TO CON-REG-COSTO
               MOVE CCN-GL-CARGOS TO CON-GL-CARGOS
               MOVE LINEA-CONCILIA-COSTO TO LINEA-HOJA
               WRITE LINEA-HOJA
               MOVE CCN-DIFERENCIAS TO CON-DIFERENCIAS
               MOVE LINEA-CONCILIA-DIFERENCIAS TO LINEA-HOJA
           ELSE
               MOVE '** SIN CONCILIACION DE NOMINA DEL PERIODO **'
                   TO LINEA-HOJA
           END-IF.
           WRITE LINEA-HOJA.
           MOVE CORRIDAS-HOY TO COR-CONTEO.
           MOVE LINEA-CORRIDAS TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           PERFORM LISTAR-SALARIOS-PENDIENTES.
           CLOSE HOJA-ARCHIVO.

      *    Cambios de sueldo aun en la cola (estado P), uno por
      *    renglon: ID, fecha de la solicitud, quien la pidio, sueldo
      *    anterior > nuevo y el motivo.
       LISTAR-SALARIOS-PENDIENTES.
           MOVE SPACES TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           MOVE 'Cambios de salario pendientes de aprobacion:'
               TO LINEA-HOJA.
           WRITE LINEA-HOJA.
           OPEN INPUT PENDIENTES-SALARIO-ARCHIVO.
           IF PENDIENTES-SALARIO-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ PENDIENTES-SALARIO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF SPE-PENDIENTE
                               PERFORM ESCRIBIR-SALARIO-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PENDIENTES-SALARIO-ARCHIVO.
           IF SALARIOS-PENDIENTES = ZERO
               MOVE '  (sin cambios de salario pendientes)'
                   TO LINEA-HOJA
               WRITE LINEA-HOJA
           END-IF.

       ESCRIBIR-SALARIO-PENDIENTE.
           ADD 1 TO SALARIOS-PENDIENTES.
           MOVE SPE-EMPLEADOS-ID TO PSA-ID.
           MOVE SPE-FECHA-HORA(1:8) TO PSA-FECHA.
           MOVE SPE-SOLICITANTE TO PSA-SOLICITANTE.
           MOVE SPE-SALARIO-ANTERIOR TO PSA-ANTERIOR.
           MOVE SPE-SALARIO-NUEVO TO PSA-NUEVO.
           MOVE SPE-MOTIVO TO PSA-MOTIVO.
           MOVE LINEA-PENDIENTE-SALARIO TO LINEA-HOJA.
           WRITE LINEA-HOJA.

       END PROGRAM HOJA-CIERRE.
