      *          tiene un curso requerido o lo tiene vencido, con
      *          resumen por departamento para el paquete de
      *          cumplimiento - las brechas de certificacion dejan de
      *          aparecer hasta la auditoria. Si se pide al iniciar la
      *          corrida, a cada brecha se le ofrece la proxima sesion
      *          programada del curso (SesionesFormacion-138): la mas
      *          cercana con cupo, o si no la mas cercana en lista de
      *          espera; el empleado que ya tiene lugar no se vuelve a
      *          inscribir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FORMACION-STATUS.

      *    Sesiones e inscripciones (SesionesFormacion-138).
           SELECT OPTIONAL SESIONES-ARCHIVO
           ASSIGN TO 'sesiones_formacion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SES-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SESIONES-STATUS.

           SELECT OPTIONAL INSCRIPCIONES-ARCHIVO
           ASSIGN TO 'inscripciones_formacion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS INS-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INSCRIPCIONES-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'cumplimiento_formacion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
      *            Costo del curso cargado al presupuesto del depto.
               05  FORMACION-MONEDA PIC X(3).

       FD  SESIONES-ARCHIVO.
           01  SESIONES-REGISTRO.
               05  SES-ID PIC 9(6).
               05  SES-CURSO PIC X(8).
               05  SES-FECHA PIC 9(8).
               05  SES-SITIO PIC X(4).
               05  SES-INSTRUCTOR PIC X(25).
               05  SES-CAPACIDAD PIC 9(3).
               05  SES-INSCRITOS PIC 9(3).
               05  SES-ESPERA PIC 9(3).
               05  SES-COSTO PIC 9(7)V99.
               05  SES-MONEDA PIC X(3).
               05  SES-ESTADO PIC X.
                   88  SESION-PROGRAMADA VALUE 'P'.

       FD  INSCRIPCIONES-ARCHIVO.
           01  INSCRIPCIONES-REGISTRO.
               05  INS-CLAVE.
                   10  INS-SESION PIC 9(6).
                   10  INS-EMPLEADOS-ID PIC 9(6).
               05  INS-SECUENCIA PIC 9(4).
               05  INS-FECHA PIC 9(8).
               05  INS-ESTADO PIC X.
                   88  INS-INSCRITO VALUE 'I'.
                   88  INS-EN-ESPERA VALUE 'E'.
                   88  INS-CANCELADA VALUE 'C'.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).

               VALUE 'Obligatorio (S/N): '.
           01  RENOVACION-TXT PIC X(44)
               VALUE 'Meses de renovacion (000 = no vence): '.
           01  OFRECER-TXT PIC X(64)
               VALUE 'Ofrecer inscripcion a la proxima sesion de cada br
      -        'echa (S/N)? '.
           01  INSCRIBIR-TXT PIC X(24)
               VALUE '  Inscribirlo (S/N)? '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
           01  MATRIZ-STATUS PIC XX.
           01  FORMACION-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  SESIONES-STATUS PIC XX.
           01  INSCRIPCIONES-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X.
           01  FIN-MATRIZ PIC X.
           01  FIN-FORMACION PIC X.
      *        'F' = le falta.
           01  TOTAL-FALTANTES PIC 9(5).
           01  TOTAL-VENCIDOS PIC 9(5).
           01  TOTAL-INSCRITOS PIC 9(5).

      *    Oferta de sesion a las brechas.
           01  OFRECER-INSCRIPCION PIC X.
           01  RESPUESTA-INSCRIBIR PIC X.
           01  FIN-SESIONES PIC X.
           01  FIN-INSCRIPCIONES PIC X.
           01  YA-INSCRITO PIC X.
           01  SESION-YA-INSCRITO PIC 9(6).
           01  SESION-CON-CUPO PIC 9(6).
           01  FECHA-CON-CUPO PIC 9(8).
           01  SESION-CON-ESPERA PIC 9(6).
           01  FECHA-CON-ESPERA PIC 9(8).
           01  SESION-OFRECIDA PIC 9(6).
           01  SECUENCIA-MAXIMA PIC 9(4).
           01  INSCRIPCION-EXISTE PIC X.

      *    Brechas acumuladas por departamento (tabla chica, mismo
      *    criterio que TABLA-DEPTOS en AsignacionCostos-63).
               05  FILLER PIC X(1) VALUE SPACE.
               05  BRE-ESTADO PIC X(10).

           01  LINEA-INSCRIPCION.
               05  FILLER PIC X(19) VALUE SPACES.
               05  INR-TEXTO PIC X(24).
               05  INR-SESION PIC 9(6).
               05  FILLER PIC X(5) VALUE ' del '.
               05  INR-FECHA PIC 9(8).

           01  LINEA-RESUMEN.
               05  FILLER PIC X(6) VALUE 'Depto '.
               05  RES-DEPTO PIC X(4).
           MOVE ZERO TO TOTAL-FALTANTES.
           MOVE ZERO TO TOTAL-VENCIDOS.
           MOVE ZERO TO TOTAL-DEPTOS.
           MOVE ZERO TO TOTAL-INSCRITOS.
           PERFORM ABRIR-SESIONES.
           MOVE '1' TO FIN-DEL-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               WRITE LINEA-REPORTE
           END-PERFORM.
           CLOSE REPORTE-ARCHIVO.
           IF OFRECER-INSCRIPCION = 'S'
               CLOSE SESIONES-ARCHIVO
               CLOSE INSCRIPCIONES-ARCHIVO
           END-IF.
           DISPLAY 'Faltantes: ' TOTAL-FALTANTES
               ' Vencidos: ' TOTAL-VENCIDOS.
           IF OFRECER-INSCRIPCION = 'S'
               DISPLAY 'Inscritos en sesion: ' TOTAL-INSCRITOS
           END-IF.
           DISPLAY 'Detalle en cumplimiento_formacion.txt'.

      *    Rebobina la matriz buscando los requisitos obligatorios
                   ADD 1 TO TOTAL-FALTANTES
                   PERFORM ESCRIBIR-BRECHA
                   PERFORM ACUMULAR-DEPTO-F
                   IF OFRECER-INSCRIPCION = 'S'
                       PERFORM OFRECER-SESION
                   END-IF
               WHEN 'V'
                   MOVE 'VENCIDO' TO BRE-ESTADO
                   ADD 1 TO TOTAL-VENCIDOS
                   PERFORM ESCRIBIR-BRECHA
                   PERFORM ACUMULAR-DEPTO-V
                   IF OFRECER-INSCRIPCION = 'S'
                       PERFORM OFRECER-SESION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE TOTAL-DEPTOS TO INDICE-DEPTO
           END-IF.

      *    Pregunta si se ofrecen sesiones en esta corrida; sin
      *    sesiones programadas no hay nada que ofrecer.
       ABRIR-SESIONES.
           MOVE SPACE TO OFRECER-INSCRIPCION.
           PERFORM UNTIL OFRECER-INSCRIPCION = 'S'
                   OR OFRECER-INSCRIPCION = 'N'
               DISPLAY OFRECER-TXT
               ACCEPT OFRECER-INSCRIPCION
               MOVE FUNCTION UPPER-CASE(OFRECER-INSCRIPCION)
                   TO OFRECER-INSCRIPCION
           END-PERFORM.
           IF OFRECER-INSCRIPCION = 'S'
               OPEN I-O SESIONES-ARCHIVO
               IF SESIONES-STATUS NOT = '00'
                   DISPLAY 'No hay sesiones programadas; la corrida '
                       'sigue sin ofrecer inscripcion.'
                   CLOSE SESIONES-ARCHIVO
                   MOVE 'N' TO OFRECER-INSCRIPCION
               END-IF
           END-IF.
           IF OFRECER-INSCRIPCION = 'S'
               OPEN I-O INSCRIPCIONES-ARCHIVO
               IF INSCRIPCIONES-STATUS = '35' OR
                       INSCRIPCIONES-STATUS = '05'
                   OPEN OUTPUT INSCRIPCIONES-ARCHIVO
                   CLOSE INSCRIPCIONES-ARCHIVO
                   OPEN I-O INSCRIPCIONES-ARCHIVO
               END-IF
               IF INSCRIPCIONES-STATUS NOT = '00' AND
                       INSCRIPCIONES-STATUS NOT = '05'
                   DISPLAY 'Error de archivo INSCRIPCIONES. STATUS ='
                       INSCRIPCIONES-STATUS
                   GOBACK
               END-IF
           END-IF.

      *    Busca entre las sesiones programadas del curso faltante,
      *    de hoy en adelante, la mas cercana con cupo y la mas
      *    cercana en general (para lista de espera). Si el empleado
      *    ya tiene lugar en alguna, solo se anota en el reporte.
       OFRECER-SESION.
           MOVE 'N' TO YA-INSCRITO.
           MOVE ZERO TO SESION-CON-CUPO SESION-CON-ESPERA.
           MOVE 99999999 TO FECHA-CON-CUPO FECHA-CON-ESPERA.
           MOVE LOW-VALUES TO SES-ID.
           MOVE 'N' TO FIN-SESIONES.
           START SESIONES-ARCHIVO KEY IS NOT LESS THAN SES-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SESIONES
           END-START.
           PERFORM UNTIL FIN-SESIONES = 'S'
               READ SESIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SESIONES
                   NOT AT END
                       IF SES-CURSO = MAT-CURSO AND
                               SESION-PROGRAMADA AND
                               SES-FECHA NOT < FECHA-HOY
                           PERFORM REVISAR-SESION
                       END-IF
               END-READ
           END-PERFORM.
           IF YA-INSCRITO = 'S'
               MOVE 'ya tiene lugar en sesion' TO INR-TEXTO
               MOVE SESION-YA-INSCRITO TO SES-ID
               PERFORM ESCRIBIR-INSCRIPCION
           ELSE
               IF SESION-CON-CUPO NOT = ZERO
                   MOVE SESION-CON-CUPO TO SESION-OFRECIDA
               ELSE
                   MOVE SESION-CON-ESPERA TO SESION-OFRECIDA
               END-IF
               IF SESION-OFRECIDA NOT = ZERO
                   PERFORM PROPONER-SESION
               END-IF
           END-IF.

       REVISAR-SESION.
           MOVE SES-ID TO INS-SESION.
           MOVE EMPLEADOS-ID TO INS-EMPLEADOS-ID.
           READ INSCRIPCIONES-ARCHIVO
               INVALID KEY
                   MOVE 'C' TO INS-ESTADO
           END-READ.
           IF INS-INSCRITO OR INS-EN-ESPERA
               MOVE 'S' TO YA-INSCRITO
               MOVE SES-ID TO SESION-YA-INSCRITO
           ELSE
               IF SES-INSCRITOS < SES-CAPACIDAD AND
                       SES-FECHA < FECHA-CON-CUPO
                   MOVE SES-ID TO SESION-CON-CUPO
                   MOVE SES-FECHA TO FECHA-CON-CUPO
               END-IF
               IF SES-FECHA < FECHA-CON-ESPERA
                   MOVE SES-ID TO SESION-CON-ESPERA
                   MOVE SES-FECHA TO FECHA-CON-ESPERA
               END-IF
           END-IF.

       PROPONER-SESION.
           MOVE SESION-OFRECIDA TO SES-ID.
           READ SESIONES-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO RESPUESTA-INSCRIBIR
               NOT INVALID KEY
                   MOVE SPACE TO RESPUESTA-INSCRIBIR
           END-READ.
           IF RESPUESTA-INSCRIBIR = SPACE
               IF SES-INSCRITOS < SES-CAPACIDAD
                   DISPLAY EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE ' '
                       MAT-CURSO ': sesion ' SES-ID ' del ' SES-FECHA
                       ' en ' SES-SITIO ' (hay cupo)'
               ELSE
                   DISPLAY EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE ' '
                       MAT-CURSO ': sesion ' SES-ID ' del ' SES-FECHA
                       ' en ' SES-SITIO ' (llena, lista de espera)'
               END-IF
           END-IF.
           PERFORM UNTIL RESPUESTA-INSCRIBIR = 'S'
                   OR RESPUESTA-INSCRIBIR = 'N'
               DISPLAY INSCRIBIR-TXT
               ACCEPT RESPUESTA-INSCRIBIR
               MOVE FUNCTION UPPER-CASE(RESPUESTA-INSCRIBIR)
                   TO RESPUESTA-INSCRIBIR
           END-PERFORM.
           IF RESPUESTA-INSCRIBIR = 'S'
               PERFORM GRABAR-INSCRIPCION
           END-IF.

      *    Misma inscripcion que GRABAR-INSCRIPCION en
      *    SesionesFormacion-138: turno al final, inscrito si hay
      *    cupo y si no en lista de espera.
       GRABAR-INSCRIPCION.
           MOVE ZERO TO SECUENCIA-MAXIMA.
           MOVE SES-ID TO INS-SESION.
           MOVE ZERO TO INS-EMPLEADOS-ID.
           MOVE 'N' TO FIN-INSCRIPCIONES.
           START INSCRIPCIONES-ARCHIVO KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-INSCRIPCIONES
           END-START.
           PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
               READ INSCRIPCIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INSCRIPCIONES
                   NOT AT END
                       IF INS-SESION NOT = SES-ID
                           MOVE 'S' TO FIN-INSCRIPCIONES
                       ELSE
                           IF INS-SECUENCIA > SECUENCIA-MAXIMA
                               MOVE INS-SECUENCIA TO SECUENCIA-MAXIMA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SES-ID TO INS-SESION.
           MOVE EMPLEADOS-ID TO INS-EMPLEADOS-ID.
           MOVE 'N' TO INSCRIPCION-EXISTE.
           READ INSCRIPCIONES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO INSCRIPCION-EXISTE
           END-READ.
           COMPUTE INS-SECUENCIA = SECUENCIA-MAXIMA + 1.
           MOVE FECHA-HOY TO INS-FECHA.
           IF SES-INSCRITOS < SES-CAPACIDAD
               MOVE 'I' TO INS-ESTADO
               ADD 1 TO SES-INSCRITOS
               MOVE 'inscrito en sesion' TO INR-TEXTO
           ELSE
               MOVE 'E' TO INS-ESTADO
               ADD 1 TO SES-ESPERA
               MOVE 'en espera de sesion' TO INR-TEXTO
           END-IF.
           IF INSCRIPCION-EXISTE = 'S'
               REWRITE INSCRIPCIONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar la inscripcion.'
               END-REWRITE
           ELSE
               WRITE INSCRIPCIONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar la inscripcion.'
               END-WRITE
           END-IF.
           REWRITE SESIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar el cupo.'
           END-REWRITE.
           ADD 1 TO TOTAL-INSCRITOS.
           PERFORM ESCRIBIR-INSCRIPCION.

       ESCRIBIR-INSCRIPCION.
           MOVE SES-ID TO INR-SESION.
           IF YA-INSCRITO = 'S'
               MOVE ZERO TO INR-FECHA
           ELSE
               MOVE SES-FECHA TO INR-FECHA
           END-IF.
           MOVE LINEA-INSCRIPCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM MATRIZ-FORMACION.
