      *          las mismas lineas de auditoria e historico que
      *          escriben las funciones en linea - para que los lotes
      *          de RH dejen de teclearse uno por uno en
      *          MODIFICAR-REGISTRO / BAJA-REGISTRO. Altas y cambios
      *          de salario debajo del minimo legal se rechazan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       WORKING-STORAGE SECTION.
           01  FIN-ARCHIVO PIC X VALUE '1'.
           01  FIN-DEPARTAMENTOS PIC X.
           01  FIN-CERRADOS PIC X.
           01  GERENTE-ID-NUM PIC 9(6) VALUE ZERO.
      *    Salario minimo legal (VerificarMinimo-149).
           COPY 'Salario-minimo.cbl'.

      *    Validacion real de calendario para las fechas de la fila.
           01  FECHA-EVALUADA PIC 9(8).
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           IF RAZON-RECHAZO = SPACE
               PERFORM VALIDAR-GERENTE-TRN
           END-IF.
           IF RAZON-RECHAZO = SPACE
               PERFORM VALIDAR-MINIMO-ALTA-TRN
           END-IF.
           IF RAZON-RECHAZO NOT = SPACE
               PERFORM RECHAZAR-TRANSACCION
           ELSE
                               TO RAZON-RECHAZO
                       END-IF
                   END-IF
                   IF RAZON-RECHAZO = SPACE AND
                           (TRN-SALARIO NOT = SPACE OR
                           TRN-DIR-REGION NOT = SPACE OR
                           TRN-DIR-CODIGO-PAIS NOT = SPACE)
                       PERFORM VALIDAR-MINIMO-CAMBIO-TRN
                   END-IF
                   IF RAZON-RECHAZO NOT = SPACE
                       PERFORM RECHAZAR-TRANSACCION
                   ELSE
      *    puede ser el propio ID y debe existir en el maestro (el
      *    READ pisa el area del registro, que el alta vuelve a
      *    poblar completa justo despues).
      *    Salario minimo legal (salario_minimo.dat) vigente hoy.
      *    La fila de alta no trae sitio ni jornada: se compara a
      *    tiempo completo con el pais del domicilio. En un cambio,
      *    solo si la fila toca el salario o el pais/region, con el
      *    sitio, la base y la jornada que ya tiene el empleado.
       VALIDAR-MINIMO-ALTA-TRN.
           MOVE TRN-DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE TRN-DIR-REGION TO SMC-REGION.
           MOVE SPACES TO SMC-SITIO.
           MOVE TRN-TIPO TO SMC-TIPO.
           MOVE 'S' TO SMC-BASE-PAGO.
           MOVE 100 TO SMC-FTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMC-FECHA.
           COMPUTE SMC-SALARIO = FUNCTION NUMVAL(TRN-SALARIO).
           MOVE ZERO TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.
           IF SMC-BAJO-MINIMO
               MOVE 'Salario bajo el minimo legal' TO RAZON-RECHAZO
           END-IF.

       VALIDAR-MINIMO-CAMBIO-TRN.
           MOVE DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE DIR-REGION TO SMC-REGION.
           MOVE EMPLEADOS-SITIO TO SMC-SITIO.
           MOVE EMPLEADOS-TIPO TO SMC-TIPO.
           MOVE EMPLEADOS-BASE-PAGO TO SMC-BASE-PAGO.
           MOVE EMPLEADOS-FTE TO SMC-FTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMC-FECHA.
           MOVE EMPLEADOS-SALARIO TO SMC-SALARIO.
           MOVE EMPLEADOS-TARIFA-HORA TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.
           IF SMC-BAJO-MINIMO
               MOVE 'Salario bajo el minimo legal' TO RAZON-RECHAZO
           END-IF.

       VALIDAR-GERENTE-TRN.
           COMPUTE GERENTE-ID-NUM = FUNCTION NUMVAL(TRN-GERENTE-ID).
           IF GERENTE-ID-NUM NOT = ZERO
