      ******************************************************************
      * Author:
      * Date:
      * Purpose: Catalogo de cursos de formacion (cursos.dat, clave
      *          CUR-CODIGO, el mismo codigo de curso de formacion.dat
      *          y de matriz_formacion.dat): descripcion, duracion en
      *          horas, meses de vigencia de la certificacion (000 =
      *          no vence) y estado activo/retirado. Las sesiones se
      *          programan contra este catalogo en SesionesFormacion-
      *          138, que al marcar la asistencia calcula el
      *          vencimiento con los meses de vigencia de aqui.
      *          Retirar un curso solo impide programarle sesiones
      *          nuevas; se puede reactivar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURSOS-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CURSOS-ARCHIVO
           ASSIGN TO 'cursos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUR-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CURSOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS-ARCHIVO.
           01  CURSOS-REGISTRO.
               05  CUR-CODIGO PIC X(8).
               05  CUR-DESCRIPCION PIC X(25).
               05  CUR-HORAS PIC 9(3).
               05  CUR-MESES-VIGENCIA PIC 9(3).
      *            CERO = certificacion que no vence.
               05  CUR-ESTADO PIC X.
      *            'A' = activo (acepta sesiones), 'R' = retirado.
                   88  CURSO-ACTIVO VALUE 'A'.
                   88  CURSO-RETIRADO VALUE 'R'.

       WORKING-STORAGE SECTION.
           01  CURSO-TXT PIC X(28)
               VALUE 'Codigo del curso (8 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion: '.
           01  HORAS-TXT PIC X(30)
               VALUE 'Duracion en horas (3 dig): '.
           01  VIGENCIA-TXT PIC X(44)
               VALUE 'Meses de vigencia (000 = no vence): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  CURSOS-STATUS PIC XX.
           01  FIN-CURSOS PIC X.
           01  CAMPO-VALIDO PIC X.
           01  ENTRADA-NUMERICA PIC X(3).
           01  CURSO-BUSCADO PIC X(8).
           01  CURSO-EXISTE PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O CURSOS-ARCHIVO.
           IF CURSOS-STATUS = '35' OR CURSOS-STATUS = '05'
               OPEN OUTPUT CURSOS-ARCHIVO
               CLOSE CURSOS-ARCHIVO
               OPEN I-O CURSOS-ARCHIVO
           END-IF.
           IF CURSOS-STATUS NOT = '00' AND
                   CURSOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo CURSOS. STATUS ='
                   CURSOS-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE CURSOS-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Dar de alta o cambiar un curso'.
           DISPLAY '2) Listar el catalogo'.
           DISPLAY '3) Retirar un curso'.
           DISPLAY '4) Reactivar un curso'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-CURSO
               WHEN '2'
                   PERFORM LISTAR-CURSOS
               WHEN '3'
                   MOVE 'R' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-CURSO
               WHEN '4'
                   MOVE 'A' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-CURSO
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *    Curso nuevo o cambio del existente (mismo codigo).
       CAPTURAR-CURSO.
           DISPLAY CURSO-TXT.
           ACCEPT CURSO-BUSCADO.
           PERFORM UNTIL CURSO-BUSCADO NOT = SPACE
               DISPLAY 'El codigo no puede quedar en blanco.'
               DISPLAY CURSO-TXT
               ACCEPT CURSO-BUSCADO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(CURSO-BUSCADO) TO CUR-CODIGO.
           MOVE 'N' TO CURSO-EXISTE.
           READ CURSOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO CUR-DESCRIPCION
                   MOVE ZERO TO CUR-HORAS CUR-MESES-VIGENCIA
                   MOVE 'A' TO CUR-ESTADO
               NOT INVALID KEY
                   MOVE 'S' TO CURSO-EXISTE
                   DISPLAY 'Actual: ' CUR-DESCRIPCION
                       ' horas=' CUR-HORAS
                       ' vigencia=' CUR-MESES-VIGENCIA
           END-READ.
           DISPLAY DESCRIPCION-TXT.
           ACCEPT CUR-DESCRIPCION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-HORAS UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-VIGENCIA UNTIL CAMPO-VALIDO = 'S'.
           IF CURSO-EXISTE = 'S'
               REWRITE CURSOS-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar.'
                   NOT INVALID KEY
                       DISPLAY 'Curso ' CUR-CODIGO ' actualizado.'
               END-REWRITE
           ELSE
               WRITE CURSOS-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar el curso.'
                   NOT INVALID KEY
                       DISPLAY 'Curso ' CUR-CODIGO ' dado de alta.'
               END-WRITE
           END-IF.

       OBTENER-HORAS.
           DISPLAY HORAS-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO CUR-HORAS
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Valor invalido: introduce 3 digitos.'
           END-IF.

       OBTENER-VIGENCIA.
           DISPLAY VIGENCIA-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO CUR-MESES-VIGENCIA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Valor invalido: introduce 3 digitos.'
           END-IF.

       LISTAR-CURSOS.
           MOVE LOW-VALUES TO CUR-CODIGO.
           MOVE 'N' TO FIN-CURSOS.
           START CURSOS-ARCHIVO KEY IS NOT LESS THAN CUR-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIN-CURSOS
                   DISPLAY 'El catalogo esta vacio.'
           END-START.
           PERFORM UNTIL FIN-CURSOS = 'S'
               READ CURSOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CURSOS
                   NOT AT END
                       DISPLAY CUR-CODIGO ' ' CUR-DESCRIPCION
                           ' horas=' CUR-HORAS
                           ' vigencia=' CUR-MESES-VIGENCIA
                           ' estado=' CUR-ESTADO
               END-READ
           END-PERFORM.

      *    CAMPO-VALIDO trae el estado nuevo: 'R' retira, 'A'
      *    reactiva.
       CAMBIAR-ESTADO-CURSO.
           DISPLAY CURSO-TXT.
           ACCEPT CURSO-BUSCADO.
           MOVE FUNCTION UPPER-CASE(CURSO-BUSCADO) TO CUR-CODIGO.
           READ CURSOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe ese curso.'
               NOT INVALID KEY
                   MOVE CAMPO-VALIDO TO CUR-ESTADO
                   REWRITE CURSOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           IF CURSO-RETIRADO
                               DISPLAY 'Curso ' CUR-CODIGO
                                   ' retirado; ya no acepta sesiones.'
                           ELSE
                               DISPLAY 'Curso ' CUR-CODIGO
                                   ' reactivado.'
                           END-IF
                   END-REWRITE
           END-READ.

       END PROGRAM CURSOS-MASTER.
