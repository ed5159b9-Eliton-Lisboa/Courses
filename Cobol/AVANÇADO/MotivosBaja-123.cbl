      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de motivos de baja (motivos_baja.dat):
      *          codigo, descripcion y clase del motivo (voluntaria,
      *          involuntaria u otra - fin de contrato, jubilacion,
      *          fallecimiento) y si por omision la persona queda
      *          elegible para recontratacion. BAJA-REGISTRO valida
      *          el motivo capturado contra esta lista, lo deja en el
      *          maestro y en la linea BAJA del historico, y
      *          METRICAS-ROTACION separa las bajas voluntarias de
      *          las involuntarias con la clase.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOTIVOS-BAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL MOTIVOS-ARCHIVO
           ASSIGN TO 'motivos_baja.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOTIVOS-ARCHIVO.
           01  MOTIVOS-REGISTRO.
               05  MOT-CODIGO PIC X(4).
               05  MOT-DESCRIPCION PIC X(30).
               05  MOT-CLASE PIC X.
                   88  MOT-VOLUNTARIA VALUE 'V'.
                   88  MOT-INVOLUNTARIA VALUE 'I'.
                   88  MOT-OTRA VALUE 'O'.
                   88  MOT-CLASE-VALIDA VALUES 'V' 'I' 'O'.
               05  MOT-RECONTRATABLE PIC X.
                   88  MOT-RECONTRATABLE-VALIDO VALUES 'S' 'N'.

       WORKING-STORAGE SECTION.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Codigo del motivo (4 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion del motivo: '.
           01  CLASE-TXT PIC X(50)
               VALUE 'Clase (V=voluntaria I=involuntaria O=otra): '.
           01  RECONTRATABLE-TXT PIC X(46)
               VALUE 'Recontratable por omision (S/N): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  MOTIVOS-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  FIN-MOTIVOS PIC X.
           01  MOTIVO-DUPLICADO PIC X.
           01  CODIGO-ENTRADA PIC X(4).
           01  DESCRIPCION-GUARDADA PIC X(30).
           01  CLASE-GUARDADA PIC X.
           01  RECONTRATABLE-GUARDADO PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un motivo de baja'.
           DISPLAY '2) Listar motivos de baja'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-MOTIVO
               WHEN '2'
                   PERFORM LISTAR-MOTIVOS
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-MOTIVO.
           MOVE SPACES TO CODIGO-ENTRADA.
           PERFORM UNTIL CODIGO-ENTRADA NOT = SPACES
               DISPLAY CODIGO-TXT
               ACCEPT CODIGO-ENTRADA
               MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA)
                   TO CODIGO-ENTRADA
               IF CODIGO-ENTRADA = SPACES
                   DISPLAY 'El codigo no puede quedar en blanco.'
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-DUPLICADO.
           IF MOTIVO-DUPLICADO = 'S'
               DISPLAY 'El motivo ' CODIGO-ENTRADA ' ya existe.'
           ELSE
               PERFORM CAPTURAR-DATOS
               OPEN EXTEND MOTIVOS-ARCHIVO
               IF MOTIVOS-STATUS NOT = '00' AND
                       MOTIVOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo MOTIVOS. STATUS ='
                       MOTIVOS-STATUS
                   STOP RUN
               END-IF
               MOVE CODIGO-ENTRADA TO MOT-CODIGO
               MOVE DESCRIPCION-GUARDADA TO MOT-DESCRIPCION
               MOVE CLASE-GUARDADA TO MOT-CLASE
               MOVE RECONTRATABLE-GUARDADO TO MOT-RECONTRATABLE
               WRITE MOTIVOS-REGISTRO
               CLOSE MOTIVOS-ARCHIVO
               DISPLAY 'Motivo ' MOT-CODIGO ' guardado.'
           END-IF.

       CAPTURAR-DATOS.
           MOVE SPACES TO DESCRIPCION-GUARDADA.
           PERFORM UNTIL DESCRIPCION-GUARDADA NOT = SPACES
               DISPLAY DESCRIPCION-TXT
               ACCEPT DESCRIPCION-GUARDADA
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CLASE UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-RECONTRATABLE UNTIL CAMPO-VALIDO = 'S'.

       OBTENER-CLASE.
           DISPLAY CLASE-TXT.
           ACCEPT CLASE-GUARDADA.
           MOVE FUNCTION UPPER-CASE(CLASE-GUARDADA) TO CLASE-GUARDADA.
           MOVE CLASE-GUARDADA TO MOT-CLASE.
           IF MOT-CLASE-VALIDA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Clase invalida.'
           END-IF.

       OBTENER-RECONTRATABLE.
           DISPLAY RECONTRATABLE-TXT.
           ACCEPT RECONTRATABLE-GUARDADO.
           MOVE FUNCTION UPPER-CASE(RECONTRATABLE-GUARDADO)
               TO RECONTRATABLE-GUARDADO.
           MOVE RECONTRATABLE-GUARDADO TO MOT-RECONTRATABLE.
           IF MOT-RECONTRATABLE-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Responda S o N.'
           END-IF.

       VERIFICAR-DUPLICADO.
           MOVE 'N' TO MOTIVO-DUPLICADO.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-STATUS = '05' OR MOTIVOS-STATUS = '35'
               CLOSE MOTIVOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-MOTIVOS
               PERFORM UNTIL FIN-MOTIVOS = 'S'
                   READ MOTIVOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOTIVOS
                       NOT AT END
                           IF MOT-CODIGO = CODIGO-ENTRADA
                               MOVE 'S' TO MOTIVO-DUPLICADO
                               MOVE 'S' TO FIN-MOTIVOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTIVOS-ARCHIVO
           END-IF.

       LISTAR-MOTIVOS.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-STATUS = '05' OR MOTIVOS-STATUS = '35'
               DISPLAY 'Todavia no hay motivos capturados.'
               CLOSE MOTIVOS-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR UNTIL MOTIVOS-STATUS = '10'
               CLOSE MOTIVOS-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ MOTIVOS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY MOT-CODIGO ' - ' MOT-DESCRIPCION
                       ' clase=' MOT-CLASE
                       ' recontratable=' MOT-RECONTRATABLE
           END-READ.

       END PROGRAM MOTIVOS-BAJA.
