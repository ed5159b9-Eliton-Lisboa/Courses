               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       FD  POSICIONES-ARCHIVO.
           01  POSICIONES-REGISTRO.
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
               05  POS-ESTADO PIC X.
               05  POS-CRITICA PIC X.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  AUD-SEG PIC 99.
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Validacion real de calendario para la nueva fecha fin.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Fraccion de plaza (jornada contratada / 100).
           01  FTE-FRACCION PIC 9V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM CALCULAR-FRACCION-FTE
                               IF POS-OCUPADAS > FTE-FRACCION
                                   SUBTRACT FTE-FRACCION
                                       FROM POS-OCUPADAS
                               ELSE
                                   MOVE ZERO TO POS-OCUPADAS
                               END-IF
                               REWRITE POSICIONES-REGISTRO
                                   INVALID KEY
               END-EVALUATE
           END-PERFORM.

      *    Fraccion de plaza que ocupa el empleado segun su
      *    jornada; los registros anteriores al campo (cero o
      *    blanco) cuentan como tiempo completo.
       CALCULAR-FRACCION-FTE.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 1 TO FTE-FRACCION
           ELSE
               COMPUTE FTE-FRACCION = EMPLEADOS-FTE / 100
           END-IF.

       END PROGRAM RESOLUCION-PROBATORIA.
