      *          contra el presupuesto (sobre/bajo por depto y en
      *          total) - en vez de reteclear los subtotales del
      *          roster en una hoja de calculo cada temporada de
      *          presupuesto. El headcount real se cuenta en FTE (cada
      *          empleado suma su porcentaje de jornada), para que
      *          las jornadas parciales no inflen la variacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01  ENTRADA-NUMERICA PIC X(13).
           01  CAMPO-VALIDO PIC X.

           01  ACTUAL-HEADCOUNT PIC 9(5)V99.
           01  ACTUAL-SALARIO PIC 9(11)V99.
           01  VAR-HEADCOUNT PIC S9(5)V99.
           01  VAR-SALARIO PIC S9(11)V99.
           01  TOTAL-PRES-SALARIO PIC 9(13)V99 VALUE ZERO.
           01  TOTAL-ACT-SALARIO PIC 9(13)V99 VALUE ZERO.
               05  FILLER PIC X(7) VALUE ' real= '.
               05  DIV-LIN-ACTUAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           01  GASTO-FORMACION PIC 9(11)V99.
           01  GUARDA-REGISTRO-PRE PIC X(250).
           01  DEPTO-DEL-CURSO PIC X(4).

           01  LINEA-FORMACION.

           01  LINEA-TITULOS.
               05  FILLER PIC X(6) VALUE 'DEPTO'.
               05  FILLER PIC X(22) VALUE 'HC PRES / FTE REAL'.
               05  FILLER PIC X(34) VALUE 'SALARIO PRES / SALARIO REAL'.
               05  FILLER PIC X(16) VALUE 'VARIACION'.

               05  DET-DEPARTAMENTO PIC X(5).
               05  DET-PRES-HC PIC ZZZZ9.
               05  FILLER PIC X(3) VALUE ' / '.
               05  DET-ACT-HC PIC ZZZZ9.99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-PRES-SAL PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(3) VALUE ' / '.
                       IF NOT STATUS-INATIVO AND
                               EMPLEADOS-DEPARTAMENTO =
                                   PRES-DEPARTAMENTO
                           IF EMPLEADOS-FTE IS NOT NUMERIC OR
                                   EMPLEADOS-FTE = ZERO
                               ADD 1 TO ACTUAL-HEADCOUNT
                           ELSE
                               COMPUTE ACTUAL-HEADCOUNT =
                                   ACTUAL-HEADCOUNT +
                                   EMPLEADOS-FTE / 100
                           END-IF
                           ADD EMPLEADOS-SALARIO TO ACTUAL-SALARIO
                       END-IF
               END-READ
