      *          por evento, como empleados_historico.txt), asi que
      *          tambien responde "cuanto ganaba esta persona en tal
      *          mes" sin perder el valor anterior al sobreescribir.
      *          Pide sign-on (programar exige nivel 2). Las bajas de
      *          salario y los aumentos por encima del limite no se
      *          programan: esperan la aprobacion de otro admin en
      *          salario_pendiente.dat (SolicitudSalario-157).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERRADOS-STATUS.

      *    Operadores (OperadoresMaster-58): programar cambios exige
      *    nivel 2, y el que pide un cambio de sueldo queda anotado.
           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.


       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  DEPARTAMENTOS-CODIGO PIC X(4).
               05  TRANS-ID PIC 9(6).
               05  TRANS-FECHA-EFECTIVA PIC 9(8).
               05  TRANS-TIPO PIC X.
      *            'S' = cambio de salario, 'D' = cambio de depto;
      *            'H' = pasa a por hora (o cambia la tarifa) con la
      *            tarifa en TRANS-SALARIO, 'M' = pasa a sueldo
      *            mensual: solo los anexa la aprobacion de la opcion
      *            15 de REGISTROS-INDEXADOS.
               05  TRANS-SALARIO PIC 9(7)V99.
               05  TRANS-DEPARTAMENTO PIC X(4).
               05  TRANS-FECHA-CAPTURA PIC 9(8).
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Sign-on (tres intentos, como BaseDeDados-01).
           01  OPERADORES-STATUS PIC XX.
           01  FIN-OPERADORES PIC X.
           01  OPERADOR-FIRMADO PIC X(8).
           01  NIVEL-FIRMADO PIC 9 VALUE ZERO.
           01  ID-ENTRADA PIC X(8).
           01  PASSWORD-ENTRADA PIC X(8).
           01  INTENTOS-SIGNON PIC 9 VALUE ZERO.
           01  SIGNON-CORRECTO PIC X VALUE 'N'.

      *    Doble aprobacion de cambios de sueldo
      *    (SolicitudSalario-157).
           COPY 'Cambio-salario.cbl'.
           01  MOTIVO-SALARIO-TXT PIC X(40)
               VALUE 'Motivo del cambio de salario:'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM SIGN-ON.
           IF SIGNON-CORRECTO = 'N'
               DISPLAY 'Sign-on fallido; saliendo.'
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   IF NIVEL-FIRMADO < 2
                       DISPLAY 'Su nivel de operador es de solo '
                           'consulta; esa opcion no esta disponible.'
                   ELSE
                       PERFORM PROGRAMAR-CAMBIO
                   END-IF
               WHEN '2'
                   PERFORM LISTAR-TRANSACCIONES
               WHEN '3'
           PERFORM OBTENER-FECHA-EFECTIVA UNTIL FECHA-VALIDA = 'S'.
           MOVE 'N' TO TIPO-VALIDO.
           PERFORM OBTENER-TIPO-CAMBIO UNTIL TIPO-VALIDO = 'S'.
           MOVE 'N' TO CSA-APROBACION.
           IF TRANS-TIPO = 'S'
               PERFORM CONTROLAR-CAMBIO-SALARIO
           END-IF.
           IF CSA-SIN-APROBACION
               PERFORM GRABAR-TRANSACCION
           END-IF.

       GRABAR-TRANSACCION.
           MOVE 'ALTA' TO TRANS-EVENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRANS-FECHA-CAPTURA.
           OPEN EXTEND TRANSACCIONES-ARCHIVO.
           DISPLAY 'Cambio programado para el ' TRANS-FECHA-EFECTIVA
               '; lo aplicara el proceso nocturno.'.

      *    Una baja de sueldo o un aumento por encima del limite no
      *    se programa: queda en salario_pendiente.dat y, cuando otro
      *    admin lo aprueba (opcion 15 de REGISTROS-INDEXADOS), se
      *    anexa aqui con la misma fecha efectiva.
       CONTROLAR-CAMBIO-SALARIO.
           MOVE 'E' TO CSA-ACCION.
           MOVE TRANS-ID TO CSA-EMPLEADOS-ID.
           MOVE 'T' TO CSA-ORIGEN.
           MOVE TRANS-FECHA-EFECTIVA TO CSA-FECHA-EFECTIVA.
           MOVE EMPLEADOS-SALARIO TO CSA-SALARIO-ANTERIOR.
           MOVE TRANS-SALARIO TO CSA-SALARIO-NUEVO.
           MOVE OPERADOR-FIRMADO TO CSA-SOLICITANTE.
           MOVE SPACES TO CSA-MOTIVO.
           MOVE SPACE TO CSA-BASE-ANTERIOR.
           MOVE SPACE TO CSA-BASE-NUEVA.
           MOVE ZERO TO CSA-TARIFA-ANTERIOR.
           MOVE ZERO TO CSA-TARIFA-NUEVA.
           CALL 'SOLICITUD-SALARIO' USING CAMBIO-SALARIO-CONSULTA.
           IF CSA-REQUIERE-APROBACION
               DISPLAY 'Las bajas de salario y los aumentos de mas de '
                   CSA-PORCENTAJE-LIMITE '% requieren aprobacion de '
                   'otro admin.'
               PERFORM UNTIL CSA-MOTIVO NOT = SPACES
                   DISPLAY MOTIVO-SALARIO-TXT
                   ACCEPT CSA-MOTIVO
               END-PERFORM
               MOVE 'C' TO CSA-ACCION
               CALL 'SOLICITUD-SALARIO' USING CAMBIO-SALARIO-CONSULTA
               IF CSA-ENCOLADO-OK
                   DISPLAY 'Cambio pendiente de aprobacion; se '
                       'programara al aprobarse.'
               ELSE
                   DISPLAY 'El cambio de salario no se registro.'
               END-IF
           END-IF.

       OBTENER-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT EMPLEADOS-ID.
               DISPLAY 'Salario invalido: introduce solo digitos.'
           END-IF.

      *    Tres intentos contra operadores.dat. Sin el archivo
      *    (instalacion recien montada) se entra como ADMIN nivel 3
      *    con aviso, igual que en el menu general.
       SIGN-ON.
           OPEN INPUT OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS = '05' OR OPERADORES-STATUS = '35'
               CLOSE OPERADORES-ARCHIVO
               DISPLAY 'Aviso: no existe operadores.dat; sesion '
                   'ADMIN provisional. De alta a los operadores con '
                   'OPERADORES-MASTER.'
               MOVE 'ADMIN' TO OPERADOR-FIRMADO
               MOVE 3 TO NIVEL-FIRMADO
               MOVE 'S' TO SIGNON-CORRECTO
           ELSE
               CLOSE OPERADORES-ARCHIVO
               PERFORM INTENTAR-SIGNON
                   UNTIL SIGNON-CORRECTO = 'S'
                       OR INTENTOS-SIGNON >= 3
           END-IF.

       INTENTAR-SIGNON.
           ADD 1 TO INTENTOS-SIGNON.
           DISPLAY 'ID de operador:'.
           ACCEPT ID-ENTRADA.
           DISPLAY 'Contrasena:'.
           ACCEPT PASSWORD-ENTRADA.
           OPEN INPUT OPERADORES-ARCHIVO.
           MOVE 'N' TO FIN-OPERADORES.
           PERFORM UNTIL FIN-OPERADORES = 'S'
               READ OPERADORES-ARCHIVO
                   AT END
                       MOVE 'S' TO FIN-OPERADORES
                   NOT AT END
                       IF OPER-ID = ID-ENTRADA AND
                               OPER-PASSWORD = PASSWORD-ENTRADA
                           MOVE 'S' TO SIGNON-CORRECTO
                           MOVE OPER-ID TO OPERADOR-FIRMADO
                           MOVE OPER-NIVEL TO NIVEL-FIRMADO
                           MOVE 'S' TO FIN-OPERADORES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERADORES-ARCHIVO.
           IF SIGNON-CORRECTO = 'N'
               DISPLAY 'Operador o contrasena incorrectos.'
           END-IF.

       LISTAR-TRANSACCIONES.
           OPEN INPUT TRANSACCIONES-ARCHIVO.
           IF TRANSACCIONES-STATUS = '05' OR
