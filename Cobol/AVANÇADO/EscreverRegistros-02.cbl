                      10  RG-APELLIDOS PIC X(35).
                      10  FILLER PIC X(124).

              COPY 'Salario-minimo.cbl'.

       LINKAGE SECTION.
           01  LK-OPERACION PIC X(10).
      *        Operacion solicitada por el programa invocador (p.ej.
           END-IF.

       VALIDAR-SALARIO.
      *    Rechaza salarios no numericos, negativos o debajo del
      *    salario minimo legal (salario_minimo.dat).
           MOVE 'N' TO SALARIO-VALIDO.
           IF SALARIO-ENTRADA IS NOT NUMERIC
               DISPLAY 'Salario invalido: introduce solo digitos.'
           ELSE
               COMPUTE EMPLEADOS-SALARIO =
                   FUNCTION NUMVAL(SALARIO-ENTRADA)
               PERFORM VERIFICAR-SALARIO-MINIMO
               IF SMC-BAJO-MINIMO
                   DISPLAY 'Salario debajo del minimo legal de '
                       SMC-PAIS-LEY ' (' SMC-MINIMO-MENSUAL
                       ', vigente desde ' SMC-FECHA-VIGENCIA ').'
                   DISPLAY SALARIO-TXT ' ? '
                   ACCEPT SALARIO-ENTRADA
               ELSE
                   MOVE 'S' TO SALARIO-VALIDO
               END-IF
           END-IF.

      *    Salario minimo legal del pais (y region) del domicilio a
      *    hoy; este archivo no lleva sitio ni jornada, asi que se
      *    compara a tiempo completo.
       VERIFICAR-SALARIO-MINIMO.
           MOVE DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE DIR-REGION TO SMC-REGION.
           MOVE SPACES TO SMC-SITIO SMC-TIPO SMC-BASE-PAGO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMC-FECHA.
           MOVE 100 TO SMC-FTE.
           MOVE EMPLEADOS-SALARIO TO SMC-SALARIO.
           MOVE ZERO TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.

      *    Siguiente ID libre en el rango del tipo, derivado del
      *    maximo en la tabla de sesion (sin releer el archivo).
       ASIGNAR-SIGUIENTE-ID.
