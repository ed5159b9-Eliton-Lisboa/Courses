      ******************************************************************
      * Author:
      * Date:
      * Purpose: Catalogo de habilidades (habilidades.dat, clave
      *          HAB-CODIGO): idiomas, certificaciones y habilidades
      *          tecnicas con las que se evalua a cada empleado
      *          (opcion 13 de RegistrosIndexados-05,
      *          empleado_habilidades.dat), se buscan candidatos
      *          internos (BusquedaHabilidades-140) y se fijan los
      *          requisitos de cada posicion (PosicionesMaster-90).
      *          Retirar una habilidad solo impide asignarla de nuevo;
      *          lo ya evaluado se conserva.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HABILIDADES-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL HABILIDADES-ARCHIVO
           ASSIGN TO 'habilidades.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HAB-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS HABILIDADES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HABILIDADES-ARCHIVO.
           01  HABILIDADES-REGISTRO.
               05  HAB-CODIGO PIC X(6).
               05  HAB-DESCRIPCION PIC X(30).
               05  HAB-TIPO PIC X.
      *            'I' = idioma, 'C' = certificacion, 'T' = tecnica,
      *            'O' = otra.
                   88  TIPO-HABILIDAD-VALIDO VALUES 'I' 'C' 'T' 'O'.
               05  HAB-ESTADO PIC X.
      *            'A' = activa (se puede asignar), 'R' = retirada.
                   88  HABILIDAD-ACTIVA VALUE 'A'.
                   88  HABILIDAD-RETIRADA VALUE 'R'.

       WORKING-STORAGE SECTION.
           01  HABILIDAD-TXT PIC X(30)
               VALUE 'Codigo de habilidad (6 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion: '.
           01  TIPO-TXT PIC X(60)
               VALUE
               'Tipo (I=idioma, C=certificacion, T=tecnica, O=otra): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  HABILIDADES-STATUS PIC XX.
           01  FIN-HABILIDADES PIC X.
           01  CAMPO-VALIDO PIC X.
           01  HABILIDAD-BUSCADA PIC X(6).
           01  HABILIDAD-EXISTE PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O HABILIDADES-ARCHIVO.
           IF HABILIDADES-STATUS = '35' OR HABILIDADES-STATUS = '05'
               OPEN OUTPUT HABILIDADES-ARCHIVO
               CLOSE HABILIDADES-ARCHIVO
               OPEN I-O HABILIDADES-ARCHIVO
           END-IF.
           IF HABILIDADES-STATUS NOT = '00' AND
                   HABILIDADES-STATUS NOT = '05'
               DISPLAY 'Error de archivo HABILIDADES. STATUS ='
                   HABILIDADES-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE HABILIDADES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Dar de alta o cambiar una habilidad'.
           DISPLAY '2) Listar el catalogo'.
           DISPLAY '3) Retirar una habilidad'.
           DISPLAY '4) Reactivar una habilidad'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-HABILIDAD
               WHEN '2'
                   PERFORM LISTAR-HABILIDADES
               WHEN '3'
                   MOVE 'R' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-HABILIDAD
               WHEN '4'
                   MOVE 'A' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-HABILIDAD
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *    Habilidad nueva o cambio de la existente (mismo codigo).
       CAPTURAR-HABILIDAD.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-BUSCADA.
           PERFORM UNTIL HABILIDAD-BUSCADA NOT = SPACE
               DISPLAY 'El codigo no puede quedar en blanco.'
               DISPLAY HABILIDAD-TXT
               ACCEPT HABILIDAD-BUSCADA
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-BUSCADA) TO HAB-CODIGO.
           MOVE 'N' TO HABILIDAD-EXISTE.
           READ HABILIDADES-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO HAB-DESCRIPCION HAB-TIPO
                   MOVE 'A' TO HAB-ESTADO
               NOT INVALID KEY
                   MOVE 'S' TO HABILIDAD-EXISTE
                   DISPLAY 'Actual: ' HAB-DESCRIPCION
                       ' tipo=' HAB-TIPO
           END-READ.
           DISPLAY DESCRIPCION-TXT.
           ACCEPT HAB-DESCRIPCION.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-TIPO UNTIL CAMPO-VALIDO = 'S'.
           IF HABILIDAD-EXISTE = 'S'
               REWRITE HABILIDADES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar.'
                   NOT INVALID KEY
                       DISPLAY 'Habilidad ' HAB-CODIGO ' actualizada.'
               END-REWRITE
           ELSE
               WRITE HABILIDADES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar la habilidad.'
                   NOT INVALID KEY
                       DISPLAY 'Habilidad ' HAB-CODIGO
                           ' dada de alta.'
               END-WRITE
           END-IF.

       OBTENER-TIPO.
           DISPLAY TIPO-TXT.
           ACCEPT HAB-TIPO.
           MOVE FUNCTION UPPER-CASE(HAB-TIPO) TO HAB-TIPO.
           IF TIPO-HABILIDAD-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Tipo invalido: introduce I, C, T u O.'
           END-IF.

       LISTAR-HABILIDADES.
           MOVE LOW-VALUES TO HAB-CODIGO.
           MOVE 'N' TO FIN-HABILIDADES.
           START HABILIDADES-ARCHIVO KEY IS NOT LESS THAN HAB-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIN-HABILIDADES
                   DISPLAY 'El catalogo esta vacio.'
           END-START.
           PERFORM UNTIL FIN-HABILIDADES = 'S'
               READ HABILIDADES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-HABILIDADES
                   NOT AT END
                       DISPLAY HAB-CODIGO ' ' HAB-DESCRIPCION
                           ' tipo=' HAB-TIPO
                           ' estado=' HAB-ESTADO
               END-READ
           END-PERFORM.

      *    CAMPO-VALIDO trae el estado nuevo: 'R' retira, 'A'
      *    reactiva.
       CAMBIAR-ESTADO-HABILIDAD.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-BUSCADA.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-BUSCADA) TO HAB-CODIGO.
           READ HABILIDADES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa habilidad.'
               NOT INVALID KEY
                   MOVE CAMPO-VALIDO TO HAB-ESTADO
                   REWRITE HABILIDADES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           IF HABILIDAD-RETIRADA
                               DISPLAY 'Habilidad ' HAB-CODIGO
                                   ' retirada.'
                           ELSE
                               DISPLAY 'Habilidad ' HAB-CODIGO
                                   ' reactivada.'
                           END-IF
                   END-REWRITE
           END-READ.

       END PROGRAM HABILIDADES-MASTER.
