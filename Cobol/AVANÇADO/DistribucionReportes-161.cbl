      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de distribucion de reportes
      *          (distribucion_reportes.dat): a quien va cada reporte
      *          que reparte RepartoReportes-162. Por reporte, uno o
      *          mas destinos: RRHH y finanzas reciben el reporte
      *          completo; 'gerentes' lo parte en un archivo por
      *          gerente con solo su seccion (sus departamentos segun
      *          DEPARTAMENTOS-GERENTE-ID, o su gente directa en el
      *          de revisiones). Lo que se entrega queda en el
      *          catalogo reportes_control.dat con destinatario y
      *          hora, y se consulta con CatalogoReportes-61.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUCION-REPORTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL DISTRIBUCION-ARCHIVO
           ASSIGN TO 'distribucion_reportes.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTRIBUCION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUCION-ARCHIVO.
           01  DISTRIBUCION-REGISTRO.
               05  DIS-REPORTE PIC X(30).
               05  DIS-CODIGO PIC X(4).
      *            Prefijo corto de los archivos repartidos.
               05  DIS-DESTINO PIC X.
                   88  DIS-RRHH VALUE 'R'.
                   88  DIS-FINANZAS VALUE 'F'.
                   88  DIS-GERENTES VALUE 'G'.
                   88  DIS-DESTINO-VALIDO VALUES 'R' 'F' 'G'.

       WORKING-STORAGE SECTION.
           01  REPORTE-TXT PIC X(30)
               VALUE 'Reporte a distribuir (1-4): '.
           01  DESTINO-TXT PIC X(52)
               VALUE 'Destino (R=RRHH, F=finanzas, G=cada gerente): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  DISTRIBUCION-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  OPCION-REPORTE PIC X.
           01  REPORTE-ELEGIDO PIC 9.
           01  FIN-DISTRIBUCION PIC X.
           01  DESTINO-REPETIDO PIC X.
           01  NUEVO-REGISTRO PIC X(35).

      *    Reportes que sabe partir RepartoReportes-162, con el
      *    prefijo de sus archivos repartidos (misma tabla alli).
           01  TABLA-REPORTES-VALORES.
               05  FILLER PIC X(34)
                   VALUE 'roster_departamentos.txt      ROST'.
               05  FILLER PIC X(34)
                   VALUE 'directorio_telefonico.txt     DIRT'.
               05  FILLER PIC X(34)
                   VALUE 'vacaciones_saldos.txt         SALD'.
               05  FILLER PIC X(34)
                   VALUE 'revisiones_pendientes.txt     REVI'.
           01  TABLA-REPORTES REDEFINES TABLA-REPORTES-VALORES.
               05  TRP-ENTRADA OCCURS 4 TIMES.
                   10  TRP-NOMBRE PIC X(30).
                   10  TRP-CODIGO PIC X(4).
           01  IDX-REPORTE PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un destino a un reporte'.
           DISPLAY '2) Listar la distribucion'.
           DISPLAY '3) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-DESTINO
               WHEN '2'
                   PERFORM LISTAR-DISTRIBUCION
               WHEN '3'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-DESTINO.
           MOVE SPACE TO DISTRIBUCION-REGISTRO.
           PERFORM VARYING IDX-REPORTE FROM 1 BY 1
                   UNTIL IDX-REPORTE > 4
               DISPLAY IDX-REPORTE ') ' TRP-NOMBRE(IDX-REPORTE)
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-REPORTE UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-DESTINO UNTIL CAMPO-VALIDO = 'S'.
           MOVE DISTRIBUCION-REGISTRO TO NUEVO-REGISTRO.
           PERFORM BUSCAR-DESTINO-REPETIDO.
           IF DESTINO-REPETIDO = 'S'
               DISPLAY 'Ese reporte ya va a ese destino.'
           ELSE
               MOVE NUEVO-REGISTRO TO DISTRIBUCION-REGISTRO
               OPEN EXTEND DISTRIBUCION-ARCHIVO
               IF DISTRIBUCION-STATUS NOT = '00' AND
                       DISTRIBUCION-STATUS NOT = '05'
                   DISPLAY 'Error de archivo DISTRIBUCION. STATUS ='
                       DISTRIBUCION-STATUS
                   STOP RUN
               END-IF
               WRITE DISTRIBUCION-REGISTRO
               CLOSE DISTRIBUCION-ARCHIVO
               DISPLAY 'Destino guardado para ' DIS-REPORTE
           END-IF.

       OBTENER-REPORTE.
           DISPLAY REPORTE-TXT.
           ACCEPT OPCION-REPORTE.
           IF OPCION-REPORTE >= '1' AND OPCION-REPORTE <= '4'
               MOVE OPCION-REPORTE TO REPORTE-ELEGIDO
               MOVE TRP-NOMBRE(REPORTE-ELEGIDO) TO DIS-REPORTE
               MOVE TRP-CODIGO(REPORTE-ELEGIDO) TO DIS-CODIGO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Reporte no reconocido.'
           END-IF.

       OBTENER-DESTINO.
           DISPLAY DESTINO-TXT.
           ACCEPT DIS-DESTINO.
           MOVE FUNCTION UPPER-CASE(DIS-DESTINO) TO DIS-DESTINO.
           IF DIS-DESTINO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Destino no reconocido.'
           END-IF.

       BUSCAR-DESTINO-REPETIDO.
           MOVE 'N' TO DESTINO-REPETIDO.
           OPEN INPUT DISTRIBUCION-ARCHIVO.
           IF DISTRIBUCION-STATUS = '00'
               MOVE 'N' TO FIN-DISTRIBUCION
               PERFORM UNTIL FIN-DISTRIBUCION = 'S'
                   READ DISTRIBUCION-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DISTRIBUCION
                       NOT AT END
                           IF DISTRIBUCION-REGISTRO = NUEVO-REGISTRO
                               MOVE 'S' TO DESTINO-REPETIDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DISTRIBUCION-ARCHIVO.

       LISTAR-DISTRIBUCION.
           OPEN INPUT DISTRIBUCION-ARCHIVO.
           IF DISTRIBUCION-STATUS = '05' OR DISTRIBUCION-STATUS = '35'
               DISPLAY 'Todavia no hay distribucion capturada.'
               CLOSE DISTRIBUCION-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR UNTIL DISTRIBUCION-STATUS = '10'
               CLOSE DISTRIBUCION-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ DISTRIBUCION-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN DIS-RRHH
                           DISPLAY DIS-REPORTE ' -> RRHH (completo)'
                       WHEN DIS-FINANZAS
                           DISPLAY DIS-REPORTE
                               ' -> finanzas (completo)'
                       WHEN DIS-GERENTES
                           DISPLAY DIS-REPORTE
                               ' -> cada gerente (su seccion)'
                   END-EVALUATE
           END-READ.

       END PROGRAM DISTRIBUCION-REPORTES.
