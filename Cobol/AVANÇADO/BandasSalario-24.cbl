      *          listar a los empleados activos cuyo EMPLEADOS-SALARIO
      *          quedo fuera de la banda de su departamento (p.ej. un
      *          cero de mas tecleado en el alta).
      *          Tambien mantiene la matriz de merito
      *          (matriz_merito.dat): por calificacion de
      *          RevisionesDesempeno-86 y posicion en la banda (bajo,
      *          en o sobre el punto medio), el porcentaje de aumento
      *          recomendado que usa la pasada de propuesta de
      *          RevisionSalarial-26. Una celda capturada despues
      *          reemplaza a la anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTAMENTOS-STATUS.

           SELECT OPTIONAL MERITO-ARCHIVO
           ASSIGN TO 'matriz_merito.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERITO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANDAS-ARCHIVO.
               05  DEPARTAMENTOS-NOMBRE PIC X(30).
               05  DEPARTAMENTOS-GERENTE-ID PIC 9(6).

       FD  MERITO-ARCHIVO.
           01  MERITO-REGISTRO.
               05  MER-CALIFICACION PIC X(2).
               05  MER-POSICION PIC X.
      *            Posicion del salario en la banda del depto:
      *            'B' = bajo el punto medio, 'M' = en el punto medio
      *            (compa-ratio de 0.95 a 1.05), 'A' = sobre el punto
      *            medio.
                   88  MER-BAJO-MEDIO VALUE 'B'.
                   88  MER-EN-MEDIO VALUE 'M'.
                   88  MER-SOBRE-MEDIO VALUE 'A'.
               05  MER-PORCENTAJE PIC 9(3)V99.

       WORKING-STORAGE SECTION.
           01  DEPARTAMENTO-TXT PIC X(30)
               VALUE 'Introduce el codigo de depto: '.
               VALUE 'Salario minimo de la banda: '.
           01  MAXIMO-TXT PIC X(29)
               VALUE 'Salario maximo de la banda: '.
           01  CALIF-TXT PIC X(36)
               VALUE 'Calificacion (p.ej. A, B+, C): '.
           01  POSICION-TXT PIC X(45)
               VALUE 'Posicion (B=bajo, M=medio, A=sobre medio): '.
           01  PORCENTAJE-TXT PIC X(44)
               VALUE 'Aumento recomendado (000350 = 3.50%): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  MINIMO-CAPTURADO PIC 9(7)V99.
           01  MAXIMO-CAPTURADO PIC 9(7)V99.
           01  RANGO-VALIDO PIC X.
           01  MERITO-STATUS PIC XX.
           01  POSICION-VALIDA PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar una banda salarial'.
           DISPLAY '2) Listar bandas salariales'.
           DISPLAY '3) Capturar una celda de la matriz de merito'.
           DISPLAY '4) Listar la matriz de merito'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '2'
                   PERFORM LISTAR-BANDAS
               WHEN '3'
                   PERFORM AGREGAR-CELDA-MERITO
               WHEN '4'
                   PERFORM LISTAR-MATRIZ-MERITO
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
                       ' maximo=' BANDAS-MAXIMO
           END-READ.

       AGREGAR-CELDA-MERITO.
           MOVE SPACES TO MERITO-REGISTRO.
           DISPLAY CALIF-TXT ' ? '.
           ACCEPT MER-CALIFICACION.
           PERFORM UNTIL MER-CALIFICACION NOT = SPACE
               DISPLAY 'La calificacion no puede quedar en blanco.'
               DISPLAY CALIF-TXT ' ? '
               ACCEPT MER-CALIFICACION
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(MER-CALIFICACION)
               TO MER-CALIFICACION.
           MOVE 'N' TO POSICION-VALIDA.
           PERFORM UNTIL POSICION-VALIDA = 'S'
               DISPLAY POSICION-TXT ' ? '
               ACCEPT MER-POSICION
               MOVE FUNCTION UPPER-CASE(MER-POSICION) TO MER-POSICION
               IF MER-BAJO-MEDIO OR MER-EN-MEDIO OR MER-SOBRE-MEDIO
                   MOVE 'S' TO POSICION-VALIDA
               ELSE
                   DISPLAY 'Posicion invalida: introduce B, M o A.'
               END-IF
           END-PERFORM.
           MOVE 'N' TO IMPORTE-VALIDO.
           PERFORM UNTIL IMPORTE-VALIDO = 'S'
               DISPLAY PORCENTAJE-TXT ' ? '
               ACCEPT IMPORTE-ENTRADA
               IF IMPORTE-ENTRADA IS NUMERIC
                   COMPUTE MER-PORCENTAJE =
                       FUNCTION NUMVAL(IMPORTE-ENTRADA) / 100
                   MOVE 'S' TO IMPORTE-VALIDO
               ELSE
                   DISPLAY 'Valor invalido: introduce solo digitos.'
               END-IF
           END-PERFORM.
           OPEN EXTEND MERITO-ARCHIVO.
           IF MERITO-STATUS NOT = '00' AND MERITO-STATUS NOT = '05'
               DISPLAY 'Error de archivo MERITO. STATUS ='
                   MERITO-STATUS
               STOP RUN
           END-IF.
           WRITE MERITO-REGISTRO.
           CLOSE MERITO-ARCHIVO.
           DISPLAY 'Celda ' MER-CALIFICACION '/' MER-POSICION
               ' guardada.'.

       LISTAR-MATRIZ-MERITO.
           OPEN INPUT MERITO-ARCHIVO.
           IF MERITO-STATUS = '05' OR MERITO-STATUS = '35'
               DISPLAY 'Todavia no hay matriz de merito capturada.'
               CLOSE MERITO-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR-CELDA UNTIL MERITO-STATUS = '10'
               CLOSE MERITO-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR-CELDA.
           READ MERITO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'calif=' MER-CALIFICACION
                       ' posicion=' MER-POSICION
                       ' aumento=' MER-PORCENTAJE '%'
           END-READ.

       END PROGRAM BANDAS-SALARIO.
