      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de tipos de licencia por pais
      *          (tipos_licencia.dat): enfermedad, maternidad /
      *          paternidad, sin goce y las que pida cada legislacion.
      *          Por tipo: dias de derecho al ano, como se paga ('P'
      *          pagada por la empresa como un dia normal, 'S' sin
      *          goce, 'E' estatutaria - sale del sueldo base y se
      *          paga en su propio renglon del recibo al porcentaje
      *          del tipo) y si lleva saldo propio. VACACIONES valida
      *          contra esta lista el tipo de cada solicitud y lleva
      *          el saldo de cada tipo en saldos_licencia.dat;
      *          RECIBOS-NOMINA descuenta los dias sin goce y paga
      *          los estatutarios aparte. Las vacaciones de siempre
      *          (codigo VAC, saldo en vacaciones.dat) no se capturan
      *          aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPOS-LICENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
           ASSIGN TO 'tipos_licencia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPOS-LICENCIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
                   88  TLI-PAGADA VALUE 'P'.
                   88  TLI-SIN-GOCE VALUE 'S'.
                   88  TLI-ESTATUTARIA VALUE 'E'.
                   88  TLI-PAGO-VALIDO VALUES 'P' 'S' 'E'.
               05  TLI-PORCENTAJE PIC 9(3).
      *            Solo con 'E': porcentaje del salario diario que se
      *            paga por cada dia de la licencia.
               05  TLI-USA-SALDO PIC X.
                   88  TLI-USA-SALDO-VALIDO VALUES 'S' 'N'.

       WORKING-STORAGE SECTION.
           01  PAIS-TXT PIC X(26)
               VALUE 'Pais (2 car, ej. MX): '.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Codigo del tipo (4 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion del tipo: '.
           01  DIAS-TXT PIC X(40)
               VALUE 'Dias de derecho al ano (3 dig): '.
           01  PAGO-TXT PIC X(46)
               VALUE 'Pago (P=pagada S=sin goce E=estatutaria): '.
           01  PORCENTAJE-TXT PIC X(44)
               VALUE 'Porcentaje del salario diario (3 dig): '.
           01  USA-SALDO-TXT PIC X(32)
               VALUE 'Lleva saldo propio (S/N): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  FIN-TIPOS PIC X.
           01  TIPO-DUPLICADO PIC X.
           01  PAIS-ENTRADA PIC X(2).
           01  CODIGO-ENTRADA PIC X(4).
           01  ENTRADA-NUMERICA PIC X(3).
           01  DESCRIPCION-GUARDADA PIC X(30).
           01  DIAS-GUARDADOS PIC 9(3).
           01  PAGO-GUARDADO PIC X.
           01  PORCENTAJE-GUARDADO PIC 9(3).
           01  USA-SALDO-GUARDADO PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un tipo de licencia'.
           DISPLAY '2) Listar tipos de licencia'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-TIPO
               WHEN '2'
                   PERFORM LISTAR-TIPOS
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-TIPO.
           MOVE SPACES TO PAIS-ENTRADA.
           PERFORM UNTIL PAIS-ENTRADA NOT = SPACES
               DISPLAY PAIS-TXT
               ACCEPT PAIS-ENTRADA
               MOVE FUNCTION UPPER-CASE(PAIS-ENTRADA) TO PAIS-ENTRADA
           END-PERFORM.
           MOVE SPACES TO CODIGO-ENTRADA.
           PERFORM UNTIL CODIGO-ENTRADA NOT = SPACES
               DISPLAY CODIGO-TXT
               ACCEPT CODIGO-ENTRADA
               MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA)
                   TO CODIGO-ENTRADA
               IF CODIGO-ENTRADA = SPACES
                   DISPLAY 'El codigo no puede quedar en blanco.'
               END-IF
               IF CODIGO-ENTRADA = 'VAC'
                   DISPLAY 'VAC son las vacaciones de vacaciones.dat; '
                       'use otro codigo.'
                   MOVE SPACES TO CODIGO-ENTRADA
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-DUPLICADO.
           IF TIPO-DUPLICADO = 'S'
               DISPLAY 'El tipo ' CODIGO-ENTRADA ' ya existe para '
                   PAIS-ENTRADA '.'
           ELSE
               PERFORM CAPTURAR-DATOS
               OPEN EXTEND TIPOS-LICENCIA-ARCHIVO
               IF TIPOS-LICENCIA-STATUS NOT = '00' AND
                       TIPOS-LICENCIA-STATUS NOT = '05'
                   DISPLAY 'Error de archivo TIPOS-LICENCIA. STATUS ='
                       TIPOS-LICENCIA-STATUS
                   STOP RUN
               END-IF
               MOVE PAIS-ENTRADA TO TLI-PAIS
               MOVE CODIGO-ENTRADA TO TLI-CODIGO
               MOVE DESCRIPCION-GUARDADA TO TLI-DESCRIPCION
               MOVE DIAS-GUARDADOS TO TLI-DIAS-ANUALES
               MOVE PAGO-GUARDADO TO TLI-PAGO
               MOVE PORCENTAJE-GUARDADO TO TLI-PORCENTAJE
               MOVE USA-SALDO-GUARDADO TO TLI-USA-SALDO
               WRITE TIPOS-LICENCIA-REGISTRO
               CLOSE TIPOS-LICENCIA-ARCHIVO
               DISPLAY 'Tipo ' TLI-PAIS '/' TLI-CODIGO ' guardado.'
           END-IF.

       CAPTURAR-DATOS.
           MOVE SPACES TO DESCRIPCION-GUARDADA.
           PERFORM UNTIL DESCRIPCION-GUARDADA NOT = SPACES
               DISPLAY DESCRIPCION-TXT
               ACCEPT DESCRIPCION-GUARDADA
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-DIAS UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PAGO UNTIL CAMPO-VALIDO = 'S'.
           MOVE ZERO TO PORCENTAJE-GUARDADO.
           IF PAGO-GUARDADO = 'E'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'
           END-IF.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-USA-SALDO UNTIL CAMPO-VALIDO = 'S'.

       OBTENER-DIAS.
           DISPLAY DIAS-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO DIAS-GUARDADOS
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Introduce tres digitos.'
           END-IF.

       OBTENER-PAGO.
           DISPLAY PAGO-TXT.
           ACCEPT PAGO-GUARDADO.
           MOVE FUNCTION UPPER-CASE(PAGO-GUARDADO) TO PAGO-GUARDADO.
           MOVE PAGO-GUARDADO TO TLI-PAGO.
           IF TLI-PAGO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Pago invalido.'
           END-IF.

       OBTENER-PORCENTAJE.
           DISPLAY PORCENTAJE-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC AND
                   ENTRADA-NUMERICA NOT > '100'
               MOVE ENTRADA-NUMERICA TO PORCENTAJE-GUARDADO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Introduce tres digitos, de 000 a 100.'
           END-IF.

       OBTENER-USA-SALDO.
           DISPLAY USA-SALDO-TXT.
           ACCEPT USA-SALDO-GUARDADO.
           MOVE FUNCTION UPPER-CASE(USA-SALDO-GUARDADO)
               TO USA-SALDO-GUARDADO.
           MOVE USA-SALDO-GUARDADO TO TLI-USA-SALDO.
           IF TLI-USA-SALDO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Responda S o N.'
           END-IF.

       VERIFICAR-DUPLICADO.
           MOVE 'N' TO TIPO-DUPLICADO.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF TIPOS-LICENCIA-STATUS = '05' OR
                   TIPOS-LICENCIA-STATUS = '35'
               CLOSE TIPOS-LICENCIA-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-TIPOS
               PERFORM UNTIL FIN-TIPOS = 'S'
                   READ TIPOS-LICENCIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TIPOS
                       NOT AT END
                           IF TLI-PAIS = PAIS-ENTRADA AND
                                   TLI-CODIGO = CODIGO-ENTRADA
                               MOVE 'S' TO TIPO-DUPLICADO
                               MOVE 'S' TO FIN-TIPOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIPOS-LICENCIA-ARCHIVO
           END-IF.

       LISTAR-TIPOS.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF TIPOS-LICENCIA-STATUS = '05' OR
                   TIPOS-LICENCIA-STATUS = '35'
               DISPLAY 'Todavia no hay tipos de licencia capturados.'
               CLOSE TIPOS-LICENCIA-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR
                   UNTIL TIPOS-LICENCIA-STATUS = '10'
               CLOSE TIPOS-LICENCIA-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ TIPOS-LICENCIA-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY TLI-PAIS ' ' TLI-CODIGO ' - '
                       TLI-DESCRIPCION ' dias=' TLI-DIAS-ANUALES
                       ' pago=' TLI-PAGO ' %=' TLI-PORCENTAJE
                       ' saldo=' TLI-USA-SALDO
           END-READ.

       END PROGRAM TIPOS-LICENCIA.
