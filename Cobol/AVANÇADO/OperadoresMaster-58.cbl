      *          BASE-DE-DADOS exige un sign-on contra este archivo y
      *          restringe las opciones del menu segun el nivel, y el
      *          ID firmado viaja a las lineas de auditoria de
      *          REGISTROS-INDEXADOS. El ID de empleado del
      *          operador (cero si no es empleado) deja a
      *          ACTIVIDAD-SOSPECHOSA marcar a quien toca su propio
      *          registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
      *            1 = solo consulta, 2 = mantenimiento, 3 = admin
               05  OPER-EMPLEADOS-ID PIC 9(6).
      *            Registro propio del operador en el maestro; cero (o
      *            blanco en operadores anteriores al campo) = no es
      *            empleado.

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(28)
               VALUE 'Contrasena (8 car): '.
           01  NIVEL-TXT PIC X(44)
               VALUE 'Nivel (1=consulta, 2=manten., 3=admin): '.
           01  EMPLEADO-TXT PIC X(44)
               VALUE 'ID de empleado del operador (0 = ninguno): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  OPERADORES-STATUS PIC XX.
           01  NIVEL-VALIDO PIC X.
           01  EMPLEADO-VALIDO PIC X.
           01  EMPLEADO-ENTRADA PIC X(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           END-PERFORM.
           MOVE 'N' TO NIVEL-VALIDO.
           PERFORM OBTENER-NIVEL UNTIL NIVEL-VALIDO = 'S'.
           MOVE 'N' TO EMPLEADO-VALIDO.
           PERFORM OBTENER-EMPLEADO UNTIL EMPLEADO-VALIDO = 'S'.
           OPEN EXTEND OPERADORES-ARCHIVO.
           IF OPERADORES-STATUS NOT = '00' AND
                   OPERADORES-STATUS NOT = '05'
               DISPLAY 'Nivel invalido: introduce 1, 2 o 3.'
           END-IF.

       OBTENER-EMPLEADO.
           DISPLAY EMPLEADO-TXT ' ? '.
           ACCEPT EMPLEADO-ENTRADA.
           IF EMPLEADO-ENTRADA IS NUMERIC
               MOVE EMPLEADO-ENTRADA TO OPER-EMPLEADOS-ID
               MOVE 'S' TO EMPLEADO-VALIDO
           ELSE
               DISPLAY 'ID invalido: introduce 6 digitos.'
           END-IF.

      *    La contrasena no se muestra en el listado.
       LISTAR-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
               AT END
                   CONTINUE
               NOT AT END
                   IF OPER-EMPLEADOS-ID IS NOT NUMERIC
                       MOVE ZERO TO OPER-EMPLEADOS-ID
                   END-IF
                   DISPLAY OPER-ID ' nivel=' OPER-NIVEL
                       ' empleado=' OPER-EMPLEADOS-ID
           END-READ.

       END PROGRAM OPERADORES-MASTER.
