      *          bajar el neto del minimo protegido, y rebaja aqui el
      *          saldo hasta agotarlo. El listado muestra el saldo
      *          restante de cada orden para el seguimiento.
      *          Cada orden lleva el juzgado u organismo al que se le
      *          entrega lo retenido, del maestro de beneficiarios
      *          (beneficiarios_embargo.dat: forma de pago por banco
      *          o cheque); RemesaEmbargos-113 les remesa lo retenido
      *          en cada periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMBARGOS-STATUS.

      *    Juzgados y organismos que cobran las ordenes.
           SELECT OPTIONAL BENEFICIARIOS-ARCHIVO
           ASSIGN TO 'beneficiarios_embargo.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENEFICIARIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.
               05  EMB-TOTAL PIC 9(9)V99.
               05  EMB-CUOTA PIC 9(7)V99.
               05  EMB-SALDO PIC 9(9)V99.
               05  EMB-BENEFICIARIO PIC X(6).
      *            Juzgado u organismo que recibe lo retenido
      *            (beneficiarios_embargo.dat).

       FD  BENEFICIARIOS-ARCHIVO.
           01  BENEFICIARIOS-REGISTRO.
               05  BEN-CODIGO PIC X(6).
               05  BEN-NOMBRE PIC X(30).
               05  BEN-FORMA-PAGO PIC X.
                   88  BEN-PAGO-BANCO VALUE 'B'.
                   88  BEN-PAGO-CHEQUE VALUE 'C'.
               05  BEN-CODIGO-BANCO PIC X(8).
               05  BEN-CUENTA PIC X(20).
               05  BEN-REFERENCIA PIC X(15).
      *            Numero con el que el beneficiario identifica al
      *            patron; viaja en el campo fiscal del pago.
               05  BEN-DIRECCION PIC X(40).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Total adeudado (2 dec implicitos): '.
           01  CUOTA-TXT PIC X(44)
               VALUE 'Cuota por periodo (2 dec implicitos): '.
           01  BENEFICIARIO-TXT PIC X(36)
               VALUE 'Codigo del beneficiario (6 car): '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
           01  IMPORTE-VALIDO PIC X.
           01  PRIORIDAD-ENTRADA PIC X.
           01  PRIORIDAD-VALIDA PIC X.
           01  BENEFICIARIOS-STATUS PIC XX.
           01  FIN-BENEFICIARIOS PIC X.
           01  BENEFICIARIO-VALIDO PIC X.
           01  BENEFICIARIO-ENTRADA PIC X(6).
           01  BENEFICIARIO-EXISTE PIC X.
           01  FORMA-VALIDA PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       SELECCIONAR-OPERACION.
           DISPLAY '1) Cargar una orden de embargo'.
           DISPLAY '2) Listar ordenes y saldos'.
           DISPLAY '3) Agregar un beneficiario (juzgado/organismo)'.
           DISPLAY '4) Listar beneficiarios'.
           DISPLAY '5) Cambiar el beneficiario de una orden'.
           DISPLAY '6) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '2'
                   PERFORM LISTAR-ORDENES
               WHEN '3'
                   PERFORM AGREGAR-BENEFICIARIO
               WHEN '4'
                   PERFORM LISTAR-BENEFICIARIOS
               WHEN '5'
                   PERFORM CAMBIAR-BENEFICIARIO
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           PERFORM OBTENER-TOTAL UNTIL IMPORTE-VALIDO = 'S'.
           MOVE 'N' TO IMPORTE-VALIDO.
           PERFORM OBTENER-CUOTA UNTIL IMPORTE-VALIDO = 'S'.
           MOVE 'N' TO BENEFICIARIO-VALIDO.
           PERFORM OBTENER-BENEFICIARIO UNTIL BENEFICIARIO-VALIDO = 'S'.
           MOVE BENEFICIARIO-ENTRADA TO EMB-BENEFICIARIO.
      *    El saldo arranca igual al total adeudado; la nomina lo va
      *    rebajando cuota a cuota.
           MOVE EMB-TOTAL TO EMB-SALDO.
                           ' total=' EMB-TOTAL
                           ' cuota=' EMB-CUOTA
                           ' saldo=' EMB-SALDO
                           ' benef=' EMB-BENEFICIARIO
               END-READ
           END-PERFORM.

      *    La orden debe ir a un beneficiario del maestro: sin el, lo
      *    retenido no tendria a quien remesarse.
       OBTENER-BENEFICIARIO.
           DISPLAY BENEFICIARIO-TXT.
           ACCEPT BENEFICIARIO-ENTRADA.
           PERFORM BUSCAR-BENEFICIARIO.
           IF BENEFICIARIO-EXISTE = 'S'
               MOVE 'S' TO BENEFICIARIO-VALIDO
           ELSE
               DISPLAY 'No existe el beneficiario ['
                   BENEFICIARIO-ENTRADA ']; capturelo en la opcion 3.'
           END-IF.

       BUSCAR-BENEFICIARIO.
           MOVE 'N' TO BENEFICIARIO-EXISTE.
           OPEN INPUT BENEFICIARIOS-ARCHIVO.
           IF BENEFICIARIOS-STATUS = '05' OR
                   BENEFICIARIOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-BENEFICIARIOS
               PERFORM UNTIL FIN-BENEFICIARIOS = 'S'
                   READ BENEFICIARIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BENEFICIARIOS
                       NOT AT END
                           IF BEN-CODIGO = BENEFICIARIO-ENTRADA
                               MOVE 'S' TO BENEFICIARIO-EXISTE
                               MOVE 'S' TO FIN-BENEFICIARIOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIARIOS-ARCHIVO.

       AGREGAR-BENEFICIARIO.
           DISPLAY BENEFICIARIO-TXT.
           ACCEPT BENEFICIARIO-ENTRADA.
           PERFORM UNTIL BENEFICIARIO-ENTRADA NOT = SPACE
               DISPLAY 'El codigo no puede quedar en blanco.'
               DISPLAY BENEFICIARIO-TXT
               ACCEPT BENEFICIARIO-ENTRADA
           END-PERFORM.
           PERFORM BUSCAR-BENEFICIARIO.
           IF BENEFICIARIO-EXISTE = 'S'
               DISPLAY 'Ya existe ese beneficiario; no se guardo.'
           ELSE
               MOVE SPACES TO BENEFICIARIOS-REGISTRO
               MOVE BENEFICIARIO-ENTRADA TO BEN-CODIGO
               DISPLAY 'Nombre del juzgado u organismo: '
               ACCEPT BEN-NOMBRE
               DISPLAY 'Direccion: '
               ACCEPT BEN-DIRECCION
               DISPLAY 'Referencia del patron ante el beneficiario: '
               ACCEPT BEN-REFERENCIA
               MOVE 'N' TO FORMA-VALIDA
               PERFORM OBTENER-FORMA-PAGO UNTIL FORMA-VALIDA = 'S'
               OPEN EXTEND BENEFICIARIOS-ARCHIVO
               IF BENEFICIARIOS-STATUS NOT = '00' AND
                       BENEFICIARIOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo BENEFICIARIOS. STATUS ='
                       BENEFICIARIOS-STATUS
               ELSE
                   WRITE BENEFICIARIOS-REGISTRO
                   DISPLAY 'Beneficiario ' BEN-CODIGO ' guardado.'
               END-IF
               CLOSE BENEFICIARIOS-ARCHIVO
           END-IF.

      *    Por banco hace falta la cuenta; por cheque, la direccion
      *    a la que se envia.
       OBTENER-FORMA-PAGO.
           DISPLAY 'Forma de pago (B=banco, C=cheque): '.
           ACCEPT BEN-FORMA-PAGO.
           MOVE FUNCTION UPPER-CASE(BEN-FORMA-PAGO) TO BEN-FORMA-PAGO.
           EVALUATE TRUE
               WHEN BEN-PAGO-BANCO
                   DISPLAY 'Codigo de banco: '
                   ACCEPT BEN-CODIGO-BANCO
                   DISPLAY 'Cuenta: '
                   ACCEPT BEN-CUENTA
                   IF BEN-CODIGO-BANCO = SPACES OR BEN-CUENTA = SPACES
                       DISPLAY 'Banco y cuenta son obligatorios para '
                           'el pago por banco.'
                   ELSE
                       MOVE 'S' TO FORMA-VALIDA
                   END-IF
               WHEN BEN-PAGO-CHEQUE
                   MOVE SPACES TO BEN-CODIGO-BANCO
                   MOVE SPACES TO BEN-CUENTA
                   MOVE 'S' TO FORMA-VALIDA
               WHEN OTHER
                   DISPLAY 'Valor invalido: introduce B o C.'
           END-EVALUATE.

       LISTAR-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS-ARCHIVO.
           IF BENEFICIARIOS-STATUS = '05' OR
                   BENEFICIARIOS-STATUS = '35'
               DISPLAY 'Todavia no hay beneficiarios capturados.'
           ELSE
               MOVE 'N' TO FIN-BENEFICIARIOS
               PERFORM UNTIL FIN-BENEFICIARIOS = 'S'
                   READ BENEFICIARIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BENEFICIARIOS
                       NOT AT END
                           DISPLAY BEN-CODIGO ' - ' BEN-NOMBRE
                               ' forma=' BEN-FORMA-PAGO
                               ' banco=' BEN-CODIGO-BANCO
                               ' cuenta=' BEN-CUENTA
                               ' ref=' BEN-REFERENCIA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIARIOS-ARCHIVO.

      *    Para las ordenes cargadas antes de que existiera el
      *    beneficiario, o cuando el juzgado cambia.
       CAMBIAR-BENEFICIARIO.
           DISPLAY ID-TXT.
           ACCEPT EMB-EMPLEADOS-ID.
           DISPLAY ORDEN-TXT.
           ACCEPT EMB-ORDEN.
           READ EMBARGOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa orden para ese empleado.'
               NOT INVALID KEY
                   DISPLAY 'Beneficiario actual: [' EMB-BENEFICIARIO
                       ']'
                   MOVE 'N' TO BENEFICIARIO-VALIDO
                   PERFORM OBTENER-BENEFICIARIO
                       UNTIL BENEFICIARIO-VALIDO = 'S'
                   MOVE BENEFICIARIO-ENTRADA TO EMB-BENEFICIARIO
                   REWRITE EMBARGOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar la orden.'
                       NOT INVALID KEY
                           DISPLAY 'Orden actualizada.'
                   END-REWRITE
           END-READ.

       END PROGRAM EMBARGOS-MASTER.
