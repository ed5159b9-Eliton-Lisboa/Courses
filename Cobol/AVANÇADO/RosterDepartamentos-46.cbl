      *          depto, con una pagina final de gran total de
      *          compania - para que cada gerente reciba su seccion
      *          en vez de subrayar a su gente en el listado general.
      *          Pide sign-on: salarios y subtotales salen
      *          enmascarados segun el nivel del operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIVISIONES-STATUS.

      *    Operadores (OperadoresMaster-58): el sueldo sale completo
      *    o enmascarado segun el nivel del operador firmado.
           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO 'roster_departamentos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
               05  DIV-CODIGO PIC X(4).
               05  DIV-NOMBRE PIC X(30).

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(132).

               05  FILLER PIC X(20) VALUE 'SUBTOTAL DIVISION'.
               05  SDV-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(11) VALUE ' empleados '.
               05  SDV-SALARIO PIC X(14).

           01  FECHA-HOY PIC 9(8).
           01  FECHA-HOY-R REDEFINES FECHA-HOY.
               05  DET-CIUDAD PIC X(16).
               05  DET-PAIS PIC X(2).
               05  FILLER PIC X(6) VALUE SPACES.
               05  DET-SALARIO PIC X(10).

           01  LINEA-SUBTOTAL.
               05  FILLER PIC X(20) VALUE 'SUBTOTAL DEPTO'.
               05  SUB-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(11) VALUE ' empleados '.
               05  SUB-SALARIO PIC X(14).

           01  LINEA-TOTAL.
               05  FILLER PIC X(20) VALUE 'TOTAL COMPANIA'.
               05  TOT-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(11) VALUE ' empleados '.
               05  TOT-SALARIO PIC X(16).

           01  SALARIO-EDITADO PIC ZZZ,ZZZ.99.
           01  SUBTOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
           01  TOTAL-EDITADO PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    Sign-on (tres intentos, como BaseDeDados-01) y dato
      *    sensible enmascarado por nivel (EnmascararCampo-155).
           01  OPERADORES-STATUS PIC XX.
           01  FIN-OPERADORES PIC X.
           01  OPERADOR-FIRMADO PIC X(8).
           01  NIVEL-FIRMADO PIC 9 VALUE ZERO.
           01  ID-ENTRADA PIC X(8).
           01  PASSWORD-ENTRADA PIC X(8).
           01  INTENTOS-SIGNON PIC 9 VALUE ZERO.
           01  SIGNON-CORRECTO PIC X VALUE 'N'.
           COPY 'Campo-sensible.cbl'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SIGN-ON.
           IF SIGNON-CORRECTO = 'N'
               DISPLAY 'Sign-on fallido; saliendo.'
               GOBACK
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM OBTENER-FECHA.
           PERFORM RECORRER-DEPARTAMENTOS.

       IMPRIMIR-SUBTOTAL-DIVISION.
           MOVE DIVISION-CANTIDAD TO SDV-CANTIDAD.
           MOVE DIVISION-SALARIO TO SUBTOTAL-EDITADO.
           MOVE SUBTOTAL-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-TOTAL-SALARIO.
           MOVE CSB-VALOR TO SDV-SALARIO.
           MOVE LINEA-SUB-DIVISION TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
               END-READ
           END-PERFORM.
           MOVE DEPTO-CANTIDAD TO SUB-CANTIDAD.
           MOVE DEPTO-SALARIO TO SUBTOTAL-EDITADO.
           MOVE SUBTOTAL-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-TOTAL-SALARIO.
           MOVE CSB-VALOR TO SUB-SALARIO.
           MOVE LINEA-SUBTOTAL TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE EMPLEADOS-TELEFONO TO DET-TELEFONO.
           MOVE DIR-CIUDAD TO DET-CIUDAD.
           MOVE DIR-CODIGO-PAIS TO DET-PAIS.
           MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO.
           MOVE EMPLEADOS-ID TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           MOVE CSB-VALOR TO DET-SALARIO.
           MOVE LINEA-DETALLE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO DEPTO-CANTIDAD.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE TOTAL-CANTIDAD TO TOT-CANTIDAD.
           MOVE TOTAL-SALARIO TO TOTAL-EDITADO.
           MOVE TOTAL-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-TOTAL-SALARIO.
           MOVE CSB-VALOR TO TOT-SALARIO.
           MOVE LINEA-TOTAL TO PRINT-LINE.
           WRITE PRINT-LINE.

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

      *    El que llama deja la clase, la persona (CERO en subtotales)
      *    y el dato editado; vuelve en CSB-VALOR tal como lo puede
      *    ver el operador firmado.
       PREPARAR-CAMPO-SENSIBLE.
           MOVE OPERADOR-FIRMADO TO CSB-OPERADOR.
           MOVE NIVEL-FIRMADO TO CSB-NIVEL.
           CALL 'ENMASCARAR-CAMPO' USING CAMPO-SENSIBLE.

      *    Subtotal o total de salarios: misma regla que el sueldo de
      *    una persona, sin linea de actividad (ID cero).
       PREPARAR-TOTAL-SALARIO.
           MOVE ZERO TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           PERFORM PREPARAR-CAMPO-SENSIBLE.

       END PROGRAM ROSTER-DEPARTAMENTOS.
