               05  TEXTO-DEPARTAMENTO PIC X(6) VALUE 'Depto:'.
               05  MUESTRA-DEPARTAMENTO PIC X(4).
               05  TEXTO-SALARIO PIC X(8) VALUE 'Salario:'.
               05  MUESTRA-SALARIO PIC X(10).

           01  FIN-DEL-ARCHIVO PIC X.
           01  MAXIMO-REGISTROS PIC 99.
               05  FILLER PIC X(13) VALUE ': empleados='.
               05  SUBTOTAL-LINEA-CANTIDAD PIC ZZZZ9.
               05  FILLER PIC X(10) VALUE ' salario=$'.
               05  SUBTOTAL-LINEA-SALARIO PIC X(14).

      *    Sueldo y subtotales a pantalla segun el nivel del operador
      *    firmado (EnmascararCampo-155).
           COPY 'Campo-sensible.cbl'.
           01  SALARIO-EDITADO PIC ZZZ,ZZZ.99.
           01  SUBTOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           01  LK-OPERACION PIC X(10).
      *        Operacion solicitada por el programa invocador (p.ej.
      *        BaseDeDados-01); ver req 042.
           01  LK-OPERADOR PIC X(8).
           01  LK-NIVEL PIC 9.
      *        Operador firmado y su nivel, para enmascarar el sueldo.

       PROCEDURE DIVISION USING LK-OPERACION LK-OPERADOR LK-NIVEL.

       EMPIEZA-PROGRAMA.
           PERFORM LEER-PARAMETROS.
                   INTO MUESTRA-DIRECCION
               END-STRING
               MOVE EMPLEADOS-DEPARTAMENTO TO MUESTRA-DEPARTAMENTO
               MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO
               MOVE EMPLEADOS-ID TO CSB-EMPLEADOS-ID
               MOVE SALARIO-EDITADO TO CSB-VALOR
               PERFORM PREPARAR-CAMPO-SENSIBLE
               MOVE CSB-VALOR TO MUESTRA-SALARIO
               DISPLAY PRESENTACION
               ADD 1 TO MAXIMO-REGISTROS
           END-IF.
           MOVE DEPARTAMENTOS-CODIGO TO SUBTOTAL-LINEA-CODIGO.
           MOVE DEPARTAMENTOS-NOMBRE TO SUBTOTAL-LINEA-NOMBRE.
           MOVE SUBTOTAL-CANTIDAD TO SUBTOTAL-LINEA-CANTIDAD.
           MOVE SUBTOTAL-SALARIO TO SUBTOTAL-EDITADO.
           MOVE ZERO TO CSB-EMPLEADOS-ID.
           MOVE SUBTOTAL-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           MOVE CSB-VALOR TO SUBTOTAL-LINEA-SALARIO.
           DISPLAY SUBTOTAL-LINEA.

      *    Sueldo (persona o subtotal con ID cero) tal como lo puede
      *    ver el operador firmado.
       PREPARAR-CAMPO-SENSIBLE.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE LK-OPERADOR TO CSB-OPERADOR.
           MOVE LK-NIVEL TO CSB-NIVEL.
           CALL 'ENMASCARAR-CAMPO' USING CAMPO-SENSIBLE.

       PULSAR-ENTER.
      *    En corrida desatendida (respuestas desde el archivo de
      *    parametros) no hay nadie que pulse ENTER: el listado corre
