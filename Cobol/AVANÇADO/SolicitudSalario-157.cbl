      ******************************************************************
      * Author:
      * Date:
      * Purpose: Doble aprobacion de cambios de sueldo, para los que
      *          lo CALLean: la modificacion de un empleado en
      *          RegistrosIndexados-05 y los cambios programados de
      *          TransaccionesComp-27. Toda baja de EMPLEADOS-SALARIO
      *          y todo aumento por encima del porcentaje de
      *          aprobacion_salario_param.dat (10% si no hay
      *          parametro) no se aplica; tampoco un cambio de base
      *          de pago ni una tarifa por hora que baje o suba mas
      *          del mismo porcentaje. Queda en la cola
      *          salario_pendiente.dat con quien lo pidio, el sueldo,
      *          la base y la tarifa anteriores y nuevos, la fecha
      *          efectiva y el motivo,
      *          hasta que otro operador admin lo apruebe o rechace
      *          (opcion 15 de REGISTROS-INDEXADOS). Mismo candado de
      *          dos personas que los cambios de cuenta bancaria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUD-SALARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Porcentaje de aumento que pasa sin aprobacion (000 = el
      *    de siempre).
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'aprobacion_salario_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT OPTIONAL PENDIENTES-ARCHIVO
           ASSIGN TO 'salario_pendiente.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SPE-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PENDIENTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO.
               05  PAR-PORCENTAJE PIC 9(3).

       FD  PENDIENTES-ARCHIVO.
           01  PENDIENTES-REGISTRO.
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
                   88  SPE-APROBADO VALUE 'A'.
                   88  SPE-RECHAZADO VALUE 'R'.
               05  SPE-APROBADOR PIC X(8).
               05  SPE-FECHA-DECISION PIC 9(8).
               05  SPE-BASE-ANTERIOR PIC X.
               05  SPE-BASE-NUEVA PIC X.
               05  SPE-TARIFA-ANTERIOR PIC 9(5)V99.
               05  SPE-TARIFA-NUEVA PIC 9(5)V99.

       WORKING-STORAGE SECTION.
           01  PARAMETRO-STATUS PIC XX.
           01  PENDIENTES-STATUS PIC XX.
           01  PORCENTAJE-DEFECTO PIC 9(3) VALUE 10.
           01  PORCENTAJE-LIMITE PIC 9(3).
           01  PARAMETRO-LEIDO PIC X VALUE 'N'.
           01  AUMENTO-MAXIMO PIC 9(9)V99.

       LINKAGE SECTION.
           COPY 'Cambio-salario.cbl'.

       PROCEDURE DIVISION USING CAMBIO-SALARIO-CONSULTA.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           IF PARAMETRO-LEIDO = 'N'
               PERFORM LEER-PARAMETRO
           END-IF.
           MOVE PORCENTAJE-LIMITE TO CSA-PORCENTAJE-LIMITE.
           MOVE 'N' TO CSA-ENCOLADO.
           PERFORM EVALUAR-CAMBIO.
           IF CSA-ENCOLAR AND CSA-REQUIERE-APROBACION
               PERFORM ENCOLAR-CAMBIO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LEER-PARAMETRO.
           MOVE 'S' TO PARAMETRO-LEIDO.
           MOVE PORCENTAJE-DEFECTO TO PORCENTAJE-LIMITE.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-PORCENTAJE IS NUMERIC AND
                               PAR-PORCENTAJE > ZERO
                           MOVE PAR-PORCENTAJE TO PORCENTAJE-LIMITE
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.

      *    Baja: siempre. Aumento: si pasa del limite sobre el sueldo
      *    anterior (desde sueldo cero, cualquier aumento). La tarifa
      *    por hora sigue la misma regla; el cambio de base, siempre.
       EVALUAR-CAMBIO.
           MOVE 'N' TO CSA-APROBACION.
           IF CSA-SALARIO-NUEVO < CSA-SALARIO-ANTERIOR
               MOVE 'S' TO CSA-APROBACION
           ELSE
               COMPUTE AUMENTO-MAXIMO =
                   CSA-SALARIO-ANTERIOR * PORCENTAJE-LIMITE / 100
               IF CSA-SALARIO-NUEVO - CSA-SALARIO-ANTERIOR >
                       AUMENTO-MAXIMO
                   MOVE 'S' TO CSA-APROBACION
               END-IF
           END-IF.
           IF CSA-BASE-NUEVA NOT = CSA-BASE-ANTERIOR
               MOVE 'S' TO CSA-APROBACION
           END-IF.
           IF CSA-TARIFA-NUEVA < CSA-TARIFA-ANTERIOR
               MOVE 'S' TO CSA-APROBACION
           ELSE
               COMPUTE AUMENTO-MAXIMO =
                   CSA-TARIFA-ANTERIOR * PORCENTAJE-LIMITE / 100
               IF CSA-TARIFA-NUEVA - CSA-TARIFA-ANTERIOR >
                       AUMENTO-MAXIMO
                   MOVE 'S' TO CSA-APROBACION
               END-IF
           END-IF.

       ENCOLAR-CAMBIO.
           OPEN I-O PENDIENTES-ARCHIVO.
           IF PENDIENTES-STATUS = '35' OR PENDIENTES-STATUS = '05'
               OPEN OUTPUT PENDIENTES-ARCHIVO
               CLOSE PENDIENTES-ARCHIVO
               OPEN I-O PENDIENTES-ARCHIVO
           END-IF.
           IF PENDIENTES-STATUS NOT = '00' AND
                   PENDIENTES-STATUS NOT = '05'
               DISPLAY 'Error de archivo SALARIO-PENDIENTE. STATUS ='
                   PENDIENTES-STATUS
           ELSE
               MOVE CSA-EMPLEADOS-ID TO SPE-EMPLEADOS-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO SPE-FECHA-HORA
               MOVE CSA-ORIGEN TO SPE-ORIGEN
               MOVE CSA-FECHA-EFECTIVA TO SPE-FECHA-EFECTIVA
               MOVE CSA-SALARIO-ANTERIOR TO SPE-SALARIO-ANTERIOR
               MOVE CSA-SALARIO-NUEVO TO SPE-SALARIO-NUEVO
               MOVE CSA-MOTIVO TO SPE-MOTIVO
               MOVE CSA-SOLICITANTE TO SPE-SOLICITANTE
               MOVE CSA-BASE-ANTERIOR TO SPE-BASE-ANTERIOR
               MOVE CSA-BASE-NUEVA TO SPE-BASE-NUEVA
               MOVE CSA-TARIFA-ANTERIOR TO SPE-TARIFA-ANTERIOR
               MOVE CSA-TARIFA-NUEVA TO SPE-TARIFA-NUEVA
               MOVE 'P' TO SPE-ESTADO
               MOVE SPACES TO SPE-APROBADOR
               MOVE ZERO TO SPE-FECHA-DECISION
               WRITE PENDIENTES-REGISTRO
                   INVALID KEY
                       DISPLAY 'Ya hay una solicitud de ese empleado '
                           'en este mismo segundo; intenta de nuevo.'
                   NOT INVALID KEY
                       MOVE 'S' TO CSA-ENCOLADO
               END-WRITE
           END-IF.
           CLOSE PENDIENTES-ARCHIVO.

       END PROGRAM SOLICITUD-SALARIO.
