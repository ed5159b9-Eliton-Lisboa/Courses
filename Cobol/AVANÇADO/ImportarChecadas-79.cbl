      *          excepciones, y las semanas donde lo importado difiere
      *          de lo ya tecleado a mano para el mismo contratista se
      *          marcan ahi mismo - se acaba el tecleo manual de cada
      *          semana de contratista. Los permanentes por hora
      *          (PAGO-POR-HORA) checan igual que los contratistas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01  HORAS-TECLEADAS PIC 9(5).
           01  PAREJA-HALLADA PIC X.
           01  ID-VALIDO PIC X.
           01  GUARDA-REGISTRO-CHK PIC X(250).

           01  TOTAL-IMPORTADAS PIC 9(5) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(5) VALUE ZERO.

      *    Por cada entrada sin usar busca su salida del mismo ID y
      *    dia; lo que quede sin pareja (o con ID desconocido o que
      *    no es contratista ni permanente por hora activo) sale
      *    como excepcion.
       EMPAREJAR-CHECADAS.
           PERFORM VARYING INDICE-CHECADA FROM 1 BY 1
                   UNTIL INDICE-CHECADA > TOTAL-CHECADAS
       EMPAREJAR-UNA-ENTRADA.
           PERFORM VALIDAR-ID-CHECADA.
           IF ID-VALIDO = 'N'
               MOVE 'ID desconocido o no checa horas  '
                   TO EXC-TEXTO
               MOVE CHE-ID(INDICE-CHECADA) TO EXC-ID
               MOVE CHE-FECHA(INDICE-CHECADA) TO EXC-FECHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT STATUS-INATIVO AND
                           (TIPO-CONTRATISTA OR PAGO-POR-HORA)
                       MOVE 'S' TO ID-VALIDO
                   END-IF
           END-READ.
