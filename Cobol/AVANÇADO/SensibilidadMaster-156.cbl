      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de sensibilidad de datos (sensibilidad.dat,
      *          clave SEN-CLASE): por cada clase de dato sensible
      *          (SALA = sueldo y tarifa, FISC = ID fiscal, CTA =
      *          cuenta bancaria) el nivel de operador desde el que
      *          se ve completo y el formato con que se enmascara a
      *          los niveles menores (U = solo los ultimos cuatro
      *          caracteres, A = todo en asteriscos). La aplica
      *          ENMASCARAR-CAMPO (EnmascararCampo-155) en cada
      *          consulta, expediente, roster y listado; una clase sin
      *          renglon usa la regla de fabrica del subprograma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSIBILIDAD-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL SENSIBILIDAD-ARCHIVO
           ASSIGN TO 'sensibilidad.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SEN-CLASE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SENSIBILIDAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSIBILIDAD-ARCHIVO.
           01  SENSIBILIDAD-REGISTRO.
               05  SEN-CLASE PIC X(4).
                   88  SEN-CLASE-VALIDA VALUES 'SALA' 'FISC' 'CTA'.
               05  SEN-DESCRIPCION PIC X(30).
               05  SEN-NIVEL-MINIMO PIC 9.
      *            Nivel de operador desde el que se ve completo
      *            (1 = todos, 2 = mantenimiento, 3 = solo admin).
               05  SEN-FORMATO PIC X.
                   88  SEN-ULTIMOS-CUATRO VALUE 'U'.
                   88  SEN-ASTERISCOS VALUE 'A'.
                   88  SEN-FORMATO-VALIDO VALUES 'U' 'A'.

       WORKING-STORAGE SECTION.
           01  CLASE-TXT PIC X(52)
               VALUE 'Clase (SALA=sueldo FISC=ID fiscal CTA=cuenta): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion: '.
           01  NIVEL-TXT PIC X(52)
               VALUE 'Nivel que lo ve completo (1, 2 o 3): '.
           01  FORMATO-TXT PIC X(56)
               VALUE 'Mascara (U=ultimos cuatro, A=asteriscos): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  SENSIBILIDAD-STATUS PIC XX.
           01  FIN-SENSIBILIDAD PIC X.
           01  CAMPO-VALIDO PIC X.
           01  CLASE-BUSCADA PIC X(4).
           01  CLASE-EXISTE PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O SENSIBILIDAD-ARCHIVO.
           IF SENSIBILIDAD-STATUS = '35' OR SENSIBILIDAD-STATUS = '05'
               OPEN OUTPUT SENSIBILIDAD-ARCHIVO
               CLOSE SENSIBILIDAD-ARCHIVO
               OPEN I-O SENSIBILIDAD-ARCHIVO
           END-IF.
           IF SENSIBILIDAD-STATUS NOT = '00' AND
                   SENSIBILIDAD-STATUS NOT = '05'
               DISPLAY 'Error de archivo SENSIBILIDAD. STATUS ='
                   SENSIBILIDAD-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE SENSIBILIDAD-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Dar de alta o cambiar una clase'.
           DISPLAY '2) Listar la tabla'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-CLASE
               WHEN '2'
                   PERFORM LISTAR-CLASES
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *    Clase nueva o cambio de la existente (misma clave).
       CAPTURAR-CLASE.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CLASE UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CLASE-EXISTE.
           READ SENSIBILIDAD-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO SEN-DESCRIPCION SEN-FORMATO
                   MOVE ZERO TO SEN-NIVEL-MINIMO
               NOT INVALID KEY
                   MOVE 'S' TO CLASE-EXISTE
                   DISPLAY 'Actual: ' SEN-DESCRIPCION
                       ' nivel=' SEN-NIVEL-MINIMO
                       ' mascara=' SEN-FORMATO
           END-READ.
           DISPLAY DESCRIPCION-TXT.
           ACCEPT SEN-DESCRIPCION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-NIVEL UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-FORMATO UNTIL CAMPO-VALIDO = 'S'.
           IF CLASE-EXISTE = 'S'
               REWRITE SENSIBILIDAD-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar.'
                   NOT INVALID KEY
                       DISPLAY 'Clase ' SEN-CLASE ' actualizada.'
               END-REWRITE
           ELSE
               WRITE SENSIBILIDAD-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar la clase.'
                   NOT INVALID KEY
                       DISPLAY 'Clase ' SEN-CLASE ' dada de alta.'
               END-WRITE
           END-IF.

       OBTENER-CLASE.
           DISPLAY CLASE-TXT.
           ACCEPT CLASE-BUSCADA.
           MOVE FUNCTION UPPER-CASE(CLASE-BUSCADA) TO SEN-CLASE.
           IF SEN-CLASE-VALIDA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Clase invalida: introduce SALA, FISC o CTA.'
           END-IF.

       OBTENER-NIVEL.
           DISPLAY NIVEL-TXT.
           ACCEPT SEN-NIVEL-MINIMO.
           IF SEN-NIVEL-MINIMO >= 1 AND SEN-NIVEL-MINIMO <= 3
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Nivel invalido: introduce 1, 2 o 3.'
           END-IF.

       OBTENER-FORMATO.
           DISPLAY FORMATO-TXT.
           ACCEPT SEN-FORMATO.
           MOVE FUNCTION UPPER-CASE(SEN-FORMATO) TO SEN-FORMATO.
           IF SEN-FORMATO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Mascara invalida: introduce U o A.'
           END-IF.

       LISTAR-CLASES.
           MOVE LOW-VALUES TO SEN-CLASE.
           MOVE 'N' TO FIN-SENSIBILIDAD.
           START SENSIBILIDAD-ARCHIVO KEY IS NOT LESS THAN SEN-CLASE
               INVALID KEY
                   MOVE 'S' TO FIN-SENSIBILIDAD
                   DISPLAY 'La tabla esta vacia (rige la regla de '
                       'fabrica).'
           END-START.
           PERFORM UNTIL FIN-SENSIBILIDAD = 'S'
               READ SENSIBILIDAD-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SENSIBILIDAD
                   NOT AT END
                       DISPLAY SEN-CLASE ' ' SEN-DESCRIPCION
                           ' nivel=' SEN-NIVEL-MINIMO
                           ' mascara=' SEN-FORMATO
               END-READ
           END-PERFORM.

       END PROGRAM SENSIBILIDAD-MASTER.
