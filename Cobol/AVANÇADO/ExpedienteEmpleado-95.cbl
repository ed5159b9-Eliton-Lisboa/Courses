      *          de alta/baja/recontratacion del historico
      *          (empleados_historico.txt) - lo que RH armaba con
      *          cinco programas para cada junta, queja o auditoria.
      *          Pide sign-on: salario e ID fiscal salen enmascarados
      *          segun el nivel del operador (sensibilidad.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

      *    Operadores (OperadoresMaster-58): el sueldo sale completo
      *    o enmascarado segun el nivel del operador firmado.
           SELECT OPTIONAL OPERADORES-ARCHIVO
           ASSIGN TO 'operadores.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERADORES-STATUS.

           SELECT EXPEDIENTE-ARCHIVO
           ASSIGN TO 'expediente.txt'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA PIC X(60).

       FD  OPERADORES-ARCHIVO.
           01  OPERADORES-REGISTRO.
               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  EXPEDIENTE-ARCHIVO.
           01  LINEA-EXPEDIENTE PIC X(90).

           01  ID-BUSCADO-TXT PIC X(10).
           01  LINEAS-SECCION PIC 9(4).
           01  SALARIO-EDITADO PIC ZZZ,ZZZ.99.
           01  SALARIO-VISIBLE PIC X(10).
           01  FISCAL-VISIBLE PIC X(15).
           01  SALDO-HALLADO PIC X.

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

           01  LINEA-SEPARADOR PIC X(70) VALUE ALL '='.
           01  LINEA-TITULO PIC X(40).

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
               DELIMITED BY SIZE INTO LINEA-EXPEDIENTE.
           WRITE LINEA-EXPEDIENTE.
      *    El salario COMP-3 se edita a un campo DISPLAY antes del
      *    STRING; salario e ID fiscal salen segun el nivel del
      *    operador.
           MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO.
           MOVE EMPLEADOS-ID TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           MOVE CSB-VALOR TO SALARIO-VISIBLE.
           MOVE 'FISC' TO CSB-CLASE.
           MOVE EMPLEADOS-ID-FISCAL TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           MOVE CSB-VALOR TO FISCAL-VISIBLE.
           MOVE SPACES TO LINEA-EXPEDIENTE.
           STRING '  Estado: ' EMPLEADOS-ACTIVO
                  '  Tipo: ' EMPLEADOS-TIPO
                  '  Alta: ' EMPLEADOS-DATA-CADASTRO
                  '  Salario: ' SALARIO-VISIBLE
               DELIMITED BY SIZE INTO LINEA-EXPEDIENTE.
           WRITE LINEA-EXPEDIENTE.
           MOVE SPACES TO LINEA-EXPEDIENTE.
           WRITE LINEA-EXPEDIENTE.
           MOVE SPACES TO LINEA-EXPEDIENTE.
           STRING '  Gerente: ' EMPLEADOS-GERENTE-ID
                  '  ID fiscal: ' FISCAL-VISIBLE
                  '  Sitio: ' EMPLEADOS-SITIO
               DELIMITED BY SIZE INTO LINEA-EXPEDIENTE.
           WRITE LINEA-EXPEDIENTE.

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

      *    Mismo rebobinar-y-recontar contra departamentos.dat que
      *    usan las capturas del suite.
       BUSCAR-NOMBRE-DEPTO.
