      *          opcion; para el descendente se invierte el salario
      *          contra 9999999.99) y la salida usa el mismo layout
      *          paginado de ReportEmpleados-06 - en vez de reordenar
      *          el roster en Excel. Pide sign-on: el salario sale
      *          enmascarado segun el nivel del operador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'roster_sortwk'.

      *    Operadores (OperadoresMaster-58): el sueldo sale completo
      *    o enmascarado segun el nivel del operador firmado.
           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO 'roster_ordenado.txt'
           ORGANIZATION IS LINE SEQUENTIAL
               05  ORD-TELEFONO PIC X(9).
               05  ORD-SALARIO PIC 9(7)V99.

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(90).

               05  DET-NOMBRE PIC X(26).
               05  DET-APELLIDOS PIC X(26).
               05  DET-DEPARTAMENTO PIC X(6).
               05  DET-SALARIO PIC X(10).

           01  LINEA-PIE PIC X(40).
           01  SALARIO-EDITADO PIC ZZZ,ZZZ.99.

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
               STOP RUN
           END-IF.
           PERFORM PEDIR-SECUENCIA.
           PERFORM OBTENER-FECHA.
           OPEN OUTPUT PRINT-FILE.
           MOVE ORD-NOMBRE TO DET-NOMBRE.
           MOVE ORD-APELLIDOS TO DET-APELLIDOS.
           MOVE ORD-DEPARTAMENTO TO DET-DEPARTAMENTO.
           MOVE ORD-SALARIO TO SALARIO-EDITADO.
           MOVE ORD-ID TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           MOVE CSB-VALOR TO DET-SALARIO.
           MOVE LINEA-DETALLE TO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD 1 TO CONTADOR-LINEAS.
           ADD 1 TO TOTAL-REGISTROS.

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

       IMPRIMIR-PIE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
