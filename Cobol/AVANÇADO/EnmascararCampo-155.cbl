      ******************************************************************
      * Author:
      * Date:
      * Purpose: Decide como ve un dato sensible el operador firmado,
      *          para los que lo CALLean: consultas de
      *          RegistrosIndexados-05, ExpedienteEmpleado-95, los
      *          rosters (RosterOrdenado-45, RosterDepartamentos-46) y
      *          el listado de LerRegistros-04. Por cada clase de dato
      *          (sueldo, ID fiscal, cuenta bancaria) la tabla
      *          sensibilidad.dat (SensibilidadMaster-156) fija el
      *          nivel de operador que lo ve completo y como se
      *          enmascara para los demas: ultimos cuatro caracteres
      *          o todo en asteriscos. Sin renglon en la tabla valen
      *          los de fabrica (nivel 2; sueldo en asteriscos, ID
      *          fiscal y cuenta con los ultimos cuatro). Cada vista
      *          completa del dato de una persona deja su linea en
      *          actividad.dat (mismo formato que REGISTRAR-ACTIVIDAD
      *          de BaseDeDados-01), para saber quien miro el sueldo
      *          de quien.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARAR-CAMPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL SENSIBILIDAD-ARCHIVO
           ASSIGN TO 'sensibilidad.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SEN-CLASE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SENSIBILIDAD-STATUS.

           SELECT OPTIONAL ACTIVIDAD-ARCHIVO
           ASSIGN TO 'actividad.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACTIVIDAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSIBILIDAD-ARCHIVO.
           01  SENSIBILIDAD-REGISTRO.
               05  SEN-CLASE PIC X(4).
               05  SEN-DESCRIPCION PIC X(30).
               05  SEN-NIVEL-MINIMO PIC 9.
      *            Nivel de operador desde el que se ve completo.
               05  SEN-FORMATO PIC X.
                   88  SEN-ULTIMOS-CUATRO VALUE 'U'.
                   88  SEN-ASTERISCOS VALUE 'A'.

       FD  ACTIVIDAD-ARCHIVO.
           01  ACTIVIDAD-LINEA PIC X(60).

       WORKING-STORAGE SECTION.
           01  SENSIBILIDAD-STATUS PIC XX.
           01  ACTIVIDAD-STATUS PIC XX.
           01  FIN-SENSIBILIDAD PIC X.

      *    La tabla se carga en el primer CALL y queda en memoria el
      *    resto de la corrida (un roster llama una vez por renglon).
           01  TABLA-CARGADA PIC X VALUE 'N'.
           01  MAXIMO-CLASES PIC 99 VALUE 20.
           01  TOTAL-CLASES PIC 99 VALUE ZERO.
           01  INDICE-CLASE PIC 99.
           01  CLASE-HALLADA PIC 99.
           01  TABLA-CLASES.
               05  CLASE-ENTRADA OCCURS 20 TIMES.
                   10  TCL-CLASE PIC X(4).
                   10  TCL-NIVEL PIC 9.
                   10  TCL-FORMATO PIC X.

           01  REGLA-NIVEL PIC 9.
           01  REGLA-FORMATO PIC X.
           01  CLASE-SENSIBLE PIC X.
           01  LARGO-VALOR PIC 99.
           01  LARGO-OCULTO PIC 99.
           01  INDICE-CARACTER PIC 99.

           01  ACT-EVENTO PIC X(12).
           01  ACT-FECHA-HORA PIC 9(14).
           01  ACT-FECHA-HORA-R REDEFINES ACT-FECHA-HORA.
               05  ACT-ANO PIC 9(4).
               05  ACT-MES PIC 99.
               05  ACT-DIA PIC 99.
               05  ACT-HORA PIC 99.
               05  ACT-MIN PIC 99.
               05  ACT-SEG PIC 99.

       LINKAGE SECTION.
           COPY 'Campo-sensible.cbl'.

       PROCEDURE DIVISION USING CAMPO-SENSIBLE.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           IF TABLA-CARGADA = 'N'
               PERFORM CARGAR-TABLA
           END-IF.
           MOVE 'N' TO CSB-ENMASCARADO.
           PERFORM BUSCAR-REGLA.
           IF CLASE-SENSIBLE = 'S' AND CSB-VALOR NOT = SPACES
               IF CSB-NIVEL < REGLA-NIVEL
                   PERFORM ENMASCARAR-VALOR
                   MOVE 'S' TO CSB-ENMASCARADO
               ELSE
                   IF CSB-EMPLEADOS-ID NOT = ZERO
                       PERFORM REGISTRAR-VISTA
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       CARGAR-TABLA.
           MOVE 'S' TO TABLA-CARGADA.
           OPEN INPUT SENSIBILIDAD-ARCHIVO.
           IF SENSIBILIDAD-STATUS = '00'
               MOVE LOW-VALUES TO SEN-CLASE
               MOVE 'N' TO FIN-SENSIBILIDAD
               START SENSIBILIDAD-ARCHIVO
                       KEY IS NOT LESS THAN SEN-CLASE
                   INVALID KEY
                       MOVE 'S' TO FIN-SENSIBILIDAD
               END-START
               PERFORM UNTIL FIN-SENSIBILIDAD = 'S'
                   READ SENSIBILIDAD-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SENSIBILIDAD
                       NOT AT END
                           IF TOTAL-CLASES < MAXIMO-CLASES
                               ADD 1 TO TOTAL-CLASES
                               MOVE SEN-CLASE
                                   TO TCL-CLASE(TOTAL-CLASES)
                               MOVE SEN-NIVEL-MINIMO
                                   TO TCL-NIVEL(TOTAL-CLASES)
                               MOVE SEN-FORMATO
                                   TO TCL-FORMATO(TOTAL-CLASES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SENSIBILIDAD-ARCHIVO.

      *    Renglon de la tabla o, sin el, la regla de fabrica de las
      *    tres clases conocidas; cualquier otra clase no es
      *    sensible.
       BUSCAR-REGLA.
           MOVE ZERO TO CLASE-HALLADA.
           PERFORM VARYING INDICE-CLASE FROM 1 BY 1
                   UNTIL INDICE-CLASE > TOTAL-CLASES OR
                       CLASE-HALLADA > ZERO
               IF TCL-CLASE(INDICE-CLASE) = CSB-CLASE
                   MOVE INDICE-CLASE TO CLASE-HALLADA
               END-IF
           END-PERFORM.
           MOVE 'S' TO CLASE-SENSIBLE.
           IF CLASE-HALLADA > ZERO
               MOVE TCL-NIVEL(CLASE-HALLADA) TO REGLA-NIVEL
               MOVE TCL-FORMATO(CLASE-HALLADA) TO REGLA-FORMATO
           ELSE
               MOVE 2 TO REGLA-NIVEL
               EVALUATE CSB-CLASE
                   WHEN 'SALA'
                       MOVE 'A' TO REGLA-FORMATO
                   WHEN 'FISC'
                   WHEN 'CTA'
                       MOVE 'U' TO REGLA-FORMATO
                   WHEN OTHER
                       MOVE 'N' TO CLASE-SENSIBLE
               END-EVALUATE
           END-IF.

      *    Se tapan con '*' los caracteres no blancos, conservando el
      *    largo y la alineacion del campo editado: todos, o todos
      *    menos los ultimos cuatro. Un dato de cuatro caracteres o
      *    menos se tapa completo.
       ENMASCARAR-VALOR.
           COMPUTE LARGO-VALOR =
               FUNCTION LENGTH(FUNCTION TRIM(CSB-VALOR TRAILING)).
           IF REGLA-FORMATO = 'U' AND LARGO-VALOR > 4
               COMPUTE LARGO-OCULTO = LARGO-VALOR - 4
           ELSE
               MOVE LARGO-VALOR TO LARGO-OCULTO
           END-IF.
           PERFORM VARYING INDICE-CARACTER FROM 1 BY 1
                   UNTIL INDICE-CARACTER > LARGO-OCULTO
               IF CSB-VALOR(INDICE-CARACTER:1) NOT = SPACE
                   MOVE '*' TO CSB-VALOR(INDICE-CARACTER:1)
               END-IF
           END-PERFORM.

      *    Evento VER-<clase> con el operador y la persona, en la
      *    misma linea fechada de la bitacora de actividad.
       REGISTRAR-VISTA.
           MOVE SPACES TO ACT-EVENTO.
           STRING 'VER-' CSB-CLASE DELIMITED BY SIZE
               INTO ACT-EVENTO.
           OPEN EXTEND ACTIVIDAD-ARCHIVO.
           IF ACTIVIDAD-STATUS = '00' OR ACTIVIDAD-STATUS = '05'
               MOVE FUNCTION CURRENT-DATE(1:14) TO ACT-FECHA-HORA
               MOVE SPACES TO ACTIVIDAD-LINEA
               STRING ACT-ANO '-' ACT-MES '-' ACT-DIA ' '
                      ACT-HORA ':' ACT-MIN ':' ACT-SEG ' '
                      ACT-EVENTO ' OP=' CSB-OPERADOR
                      ' ID=' CSB-EMPLEADOS-ID
                   DELIMITED BY SIZE
                   INTO ACTIVIDAD-LINEA
               WRITE ACTIVIDAD-LINEA
           END-IF.
           CLOSE ACTIVIDAD-ARCHIVO.

       END PROGRAM ENMASCARAR-CAMPO.
