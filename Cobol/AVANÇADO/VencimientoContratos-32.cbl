               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).


       FD  POSICIONES-ARCHIVO.
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
               05  POS-ESTADO PIC X.
               05  POS-CRITICA PIC X.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
           01  AUDITORIA-OPERACION PIC X(12).
           01  HISTORICO-EVENTO PIC X(10).
           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

           01  LINEA-DETALLE.
               05  DET-ID PIC 9(6).
               05  FILLER PIC X(7) VALUE 'vence= '.
               05  DET-FECHA-FIN PIC 9(8).

      *    Fraccion de plaza (jornada contratada / 100).
           01  FTE-FRACCION PIC 9V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    Guardia de secuencia: este programa tambien se lanza a
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
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

      *    Fraccion de plaza que ocupa el empleado segun su
      *    jornada; los registros anteriores al campo (cero o
      *    blanco) cuentan como tiempo completo.
       CALCULAR-FRACCION-FTE.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 1 TO FTE-FRACCION
           ELSE
               COMPUTE FTE-FRACCION = EMPLEADOS-FTE / 100
           END-IF.

       END PROGRAM VENCIMIENTO-CONTRATOS.
