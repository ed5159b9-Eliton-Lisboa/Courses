      ******************************************************************
      * Author:
      * Date:
      * Purpose: Politica de gastos reembolsables (limites_gastos.dat,
      *          clave categoria + pais): por cada categoria de gasto
      *          (viaje, comida, hotel, ...) el tope por renglon de la
      *          solicitud en cada pais, o en blanco como tope general
      *          de la categoria para los paises sin renglon propio.
      *          Tope en cero = sin limite. SolicitudGastos-134 acepta
      *          solo categorias dadas de alta aqui y paga cada
      *          renglon hasta el tope del pais donde se hizo el
      *          gasto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLITICA-GASTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL LIMITES-ARCHIVO
           ASSIGN TO 'limites_gastos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS LIM-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS LIMITES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-ARCHIVO.
           01  LIMITES-REGISTRO.
               05  LIM-CLAVE.
                   10  LIM-CATEGORIA PIC X(4).
                   10  LIM-PAIS PIC X(2).
      *                Blanco = tope general de la categoria.
               05  LIM-DESCRIPCION PIC X(20).
               05  LIM-MAXIMO PIC 9(7)V99.
      *            Tope por renglon; CERO = sin limite.

       WORKING-STORAGE SECTION.
           01  CATEGORIA-TXT PIC X(30)
               VALUE 'Categoria de gasto (4 car): '.
           01  PAIS-TXT PIC X(44)
               VALUE 'Pais (2 car, blanco = todos los paises): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion: '.
           01  VALOR-TXT PIC X(44)
               VALUE 'Tope (2 decimales, p.ej. 001250 = 12.50): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  LIMITES-STATUS PIC XX.
           01  FIN-LIMITES PIC X.
           01  VALOR-ENTRADA PIC X(12).
           01  VALOR-VALIDO PIC X.
           01  LIMITE-EXISTE PIC X.
           01  DET-MAXIMO PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O LIMITES-ARCHIVO.
           IF LIMITES-STATUS = '35' OR LIMITES-STATUS = '05'
               OPEN OUTPUT LIMITES-ARCHIVO
               CLOSE LIMITES-ARCHIVO
               OPEN I-O LIMITES-ARCHIVO
           END-IF.
           IF LIMITES-STATUS NOT = '00' AND
                   LIMITES-STATUS NOT = '05'
               DISPLAY 'Error de archivo LIMITES. STATUS ='
                   LIMITES-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE LIMITES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Dar de alta o cambiar un tope'.
           DISPLAY '2) Listar la politica'.
           DISPLAY '3) Borrar un tope'.
           DISPLAY '4) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM CAPTURAR-LIMITE
               WHEN '2'
                   PERFORM LISTAR-LIMITES
               WHEN '3'
                   PERFORM BORRAR-LIMITE
               WHEN '4'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       OBTENER-CLAVE.
           DISPLAY CATEGORIA-TXT.
           ACCEPT LIM-CATEGORIA.
           PERFORM UNTIL LIM-CATEGORIA NOT = SPACE
               DISPLAY 'La categoria no puede quedar en blanco.'
               DISPLAY CATEGORIA-TXT
               ACCEPT LIM-CATEGORIA
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(LIM-CATEGORIA) TO LIM-CATEGORIA.
           DISPLAY PAIS-TXT.
           ACCEPT LIM-PAIS.
           MOVE FUNCTION UPPER-CASE(LIM-PAIS) TO LIM-PAIS.

      *    Renglon nuevo o cambio del existente (misma clave).
       CAPTURAR-LIMITE.
           PERFORM OBTENER-CLAVE.
           MOVE 'N' TO LIMITE-EXISTE.
           READ LIMITES-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO LIM-DESCRIPCION
                   MOVE ZERO TO LIM-MAXIMO
               NOT INVALID KEY
                   MOVE 'S' TO LIMITE-EXISTE
                   MOVE LIM-MAXIMO TO DET-MAXIMO
                   DISPLAY 'Tope actual: ' LIM-DESCRIPCION ' '
                       DET-MAXIMO
           END-READ.
           DISPLAY DESCRIPCION-TXT.
           ACCEPT LIM-DESCRIPCION.
           MOVE 'N' TO VALOR-VALIDO.
           PERFORM OBTENER-VALOR UNTIL VALOR-VALIDO = 'S'.
           IF LIMITE-EXISTE = 'S'
               REWRITE LIMITES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar.'
                   NOT INVALID KEY
                       DISPLAY 'Tope actualizado.'
               END-REWRITE
           ELSE
               WRITE LIMITES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar el tope.'
                   NOT INVALID KEY
                       DISPLAY 'Tope guardado.'
               END-WRITE
           END-IF.

       OBTENER-VALOR.
           DISPLAY VALOR-TXT ' ? '.
           ACCEPT VALOR-ENTRADA.
           IF VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY 'Valor invalido: introduce solo digitos.'
           ELSE
               COMPUTE LIM-MAXIMO =
                   FUNCTION NUMVAL(VALOR-ENTRADA) / 100
               MOVE 'S' TO VALOR-VALIDO
           END-IF.

       LISTAR-LIMITES.
           MOVE LOW-VALUES TO LIM-CLAVE.
           MOVE 'N' TO FIN-LIMITES.
           START LIMITES-ARCHIVO KEY IS NOT LESS THAN LIM-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-LIMITES
           END-START.
           PERFORM UNTIL FIN-LIMITES = 'S'
               READ LIMITES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-LIMITES
                   NOT AT END
                       MOVE LIM-MAXIMO TO DET-MAXIMO
                       IF LIM-MAXIMO = ZERO
                           DISPLAY LIM-CATEGORIA ' ' LIM-PAIS ' '
                               LIM-DESCRIPCION ' sin limite'
                       ELSE
                           DISPLAY LIM-CATEGORIA ' ' LIM-PAIS ' '
                               LIM-DESCRIPCION ' ' DET-MAXIMO
                       END-IF
               END-READ
           END-PERFORM.

       BORRAR-LIMITE.
           PERFORM OBTENER-CLAVE.
           DELETE LIMITES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe ese tope.'
               NOT INVALID KEY
                   DISPLAY 'Tope borrado.'
           END-DELETE.

       END PROGRAM POLITICA-GASTOS.
