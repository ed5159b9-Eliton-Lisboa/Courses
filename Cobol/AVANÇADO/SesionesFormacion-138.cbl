      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sesiones programadas de los cursos del catalogo
      *          (CursosMaster-137) e inscripcion de empleados.
      *          Cada sesion (sesiones_formacion.dat, clave SES-ID)
      *          lleva curso, fecha, sitio, instructor, cupo y costo
      *          por participante. La inscripcion
      *          (inscripciones_formacion.dat, clave sesion +
      *          empleado) ocupa un lugar mientras haya cupo; despues
      *          entra a la lista de espera en orden de llegada, y al
      *          cancelarse un inscrito el primero de la espera pasa
      *          solo a inscrito. Al registrar la asistencia, cada
      *          asistente recibe su renglon de curso terminado en
      *          formacion.dat (el mismo que la opcion 10 de
      *          RegistrosIndexados-05) con el vencimiento calculado
      *          con los meses de vigencia del curso y el costo de la
      *          sesion. MatrizFormacion-89 usa estas sesiones para
      *          inscribir a quien tiene una brecha de cumplimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESIONES-FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL CURSOS-ARCHIVO
           ASSIGN TO 'cursos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CUR-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CURSOS-STATUS.

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

      *    Cursos y certificaciones por empleado (mismo archivo y
      *    claves que mantiene RegistrosIndexados-05).
           SELECT OPTIONAL FORMACION-ARCHIVO
           ASSIGN TO 'formacion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS FORMACION-ID
           ALTERNATE RECORD KEY IS FORMACION-EMPLEADOS-ID
               WITH DUPLICATES
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FORMACION-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): lugar de la sesion.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  CURSOS-ARCHIVO.
           01  CURSOS-REGISTRO.
               05  CUR-CODIGO PIC X(8).
               05  CUR-DESCRIPCION PIC X(25).
               05  CUR-HORAS PIC 9(3).
               05  CUR-MESES-VIGENCIA PIC 9(3).
               05  CUR-ESTADO PIC X.
                   88  CURSO-ACTIVO VALUE 'A'.
                   88  CURSO-RETIRADO VALUE 'R'.

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
      *            Lugares ocupados y personas en lista de espera.
               05  SES-COSTO PIC 9(7)V99.
      *            Costo por participante.
               05  SES-MONEDA PIC X(3).
               05  SES-ESTADO PIC X.
      *            'P' = programada, 'I' = impartida (asistencia ya
      *            registrada), 'X' = cancelada.
                   88  SESION-PROGRAMADA VALUE 'P'.
                   88  SESION-IMPARTIDA VALUE 'I'.
                   88  SESION-CANCELADA VALUE 'X'.

       FD  INSCRIPCIONES-ARCHIVO.
           01  INSCRIPCIONES-REGISTRO.
               05  INS-CLAVE.
                   10  INS-SESION PIC 9(6).
                   10  INS-EMPLEADOS-ID PIC 9(6).
               05  INS-SECUENCIA PIC 9(4).
      *            Orden de llegada dentro de la sesion; la espera se
      *            promueve en este orden.
               05  INS-FECHA PIC 9(8).
               05  INS-ESTADO PIC X.
                   88  INS-INSCRITO VALUE 'I'.
                   88  INS-EN-ESPERA VALUE 'E'.
                   88  INS-CANCELADA VALUE 'C'.
                   88  INS-ASISTIO VALUE 'A'.
                   88  INS-FALTO VALUE 'F'.

       FD  FORMACION-ARCHIVO.
           01  FORMACION-REGISTRO.
               05  FORMACION-ID PIC 9(6).
               05  FORMACION-EMPLEADOS-ID PIC 9(6).
               05  FORMACION-CURSO PIC X(8).
               05  FORMACION-DESCRIPCION PIC X(25).
               05  FORMACION-FECHA-TERMINO PIC 9(8).
               05  FORMACION-FECHA-VENCE PIC 9(8).
               05  FORMACION-COSTO PIC 9(7)V99.
               05  FORMACION-MONEDA PIC X(3).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       WORKING-STORAGE SECTION.
           01  SESION-TXT PIC X(24)
               VALUE 'Numero de sesion: '.
           01  CURSO-TXT PIC X(28)
               VALUE 'Codigo del curso (8 car): '.
           01  FECHA-TXT PIC X(32)
               VALUE 'Fecha de la sesion (AAAAMMDD): '.
           01  SITIO-TXT PIC X(26)
               VALUE 'Sitio (4 car): '.
           01  INSTRUCTOR-TXT PIC X(20)
               VALUE 'Instructor: '.
           01  CAPACIDAD-TXT PIC X(30)
               VALUE 'Cupo de la sesion (3 dig): '.
           01  VALOR-TXT PIC X(60)
               VALUE
               'Costo por participante (2 decimales, p.ej. 001250 = 12.5
      -        '0): '.
           01  MONEDA-TXT PIC X(20)
               VALUE 'Moneda (3 car): '.
           01  ID-TXT PIC X(24)
               VALUE 'ID del empleado: '.
           01  ASISTIO-TXT PIC X(20)
               VALUE ' asistio (S/N)? '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  CURSOS-STATUS PIC XX.
           01  SESIONES-STATUS PIC XX.
           01  INSCRIPCIONES-STATUS PIC XX.
           01  FORMACION-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  FIN-SESIONES PIC X.
           01  FIN-INSCRIPCIONES PIC X.
           01  FIN-FORMACION PIC X.
           01  FIN-SITIOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-VALIDA PIC X.
           01  ENTRADA-NUMERICA PIC X(3).
           01  CAMPO-VALIDO PIC X.
           01  VALOR-ENTRADA PIC X(12).
           01  ID-ENTRADA PIC X(6).
           01  CURSO-BUSCADO PIC X(8).
           01  SITIO-ENTRADA PIC X(4).
           01  SITIO-ENCONTRADO PIC X.
           01  SESION-CORRECTA PIC X.
           01  EMPLEADO-CORRECTO PIC X.
           01  RESPUESTA-ASISTENCIA PIC X.
           01  SESION-MAXIMA PIC 9(6).
           01  FORMACION-ID-MAXIMO PIC 9(6).
           01  SECUENCIA-MAXIMA PIC 9(4).
           01  ESPERA-PRIMERA PIC 9(4).
           01  ESPERA-EMPLEADOS-ID PIC 9(6).
           01  SESION-EN-PROCESO PIC 9(6).
           01  EMPLEADO-INSCRIBIR PIC 9(6).
           01  INSCRIPCION-EXISTE PIC X.
           01  TOTAL-ASISTIERON PIC 9(4).
           01  TOTAL-FALTARON PIC 9(4).
           01  TOTAL-LIBERADAS PIC 9(4).
           01  COSTO-ED PIC Z,ZZZ,ZZ9.99.

           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.
           01  MESES-TOTALES PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               STOP RUN
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CURSOS-ARCHIVO.
           OPEN I-O SESIONES-ARCHIVO.
           IF SESIONES-STATUS = '35' OR SESIONES-STATUS = '05'
               OPEN OUTPUT SESIONES-ARCHIVO
               CLOSE SESIONES-ARCHIVO
               OPEN I-O SESIONES-ARCHIVO
           END-IF.
           IF SESIONES-STATUS NOT = '00' AND
                   SESIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo SESIONES. STATUS ='
                   SESIONES-STATUS
               STOP RUN
           END-IF.
           OPEN I-O INSCRIPCIONES-ARCHIVO.
           IF INSCRIPCIONES-STATUS = '35' OR
                   INSCRIPCIONES-STATUS = '05'
               OPEN OUTPUT INSCRIPCIONES-ARCHIVO
               CLOSE INSCRIPCIONES-ARCHIVO
               OPEN I-O INSCRIPCIONES-ARCHIVO
           END-IF.
           IF INSCRIPCIONES-STATUS NOT = '00' AND
                   INSCRIPCIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo INSCRIPCIONES. STATUS ='
                   INSCRIPCIONES-STATUS
               STOP RUN
           END-IF.
           OPEN I-O FORMACION-ARCHIVO.
           IF FORMACION-STATUS = '35' OR FORMACION-STATUS = '05'
               OPEN OUTPUT FORMACION-ARCHIVO
               CLOSE FORMACION-ARCHIVO
               OPEN I-O FORMACION-ARCHIVO
           END-IF.
           IF FORMACION-STATUS NOT = '00' AND
                   FORMACION-STATUS NOT = '05'
               DISPLAY 'Error de archivo FORMACION. STATUS ='
                   FORMACION-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE CURSOS-ARCHIVO.
           CLOSE SESIONES-ARCHIVO.
           CLOSE INSCRIPCIONES-ARCHIVO.
           CLOSE FORMACION-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Programar una sesion'.
           DISPLAY '2) Listar sesiones'.
           DISPLAY '3) Inscribir un empleado'.
           DISPLAY '4) Cancelar una inscripcion'.
           DISPLAY '5) Ver inscritos y lista de espera de una sesion'.
           DISPLAY '6) Registrar asistencia'.
           DISPLAY '7) Cancelar una sesion'.
           DISPLAY '8) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM PROGRAMAR-SESION
               WHEN '2'
                   PERFORM LISTAR-SESIONES
               WHEN '3'
                   PERFORM INSCRIBIR-EMPLEADO
               WHEN '4'
                   PERFORM CANCELAR-INSCRIPCION
               WHEN '5'
                   PERFORM LISTAR-INSCRITOS
               WHEN '6'
                   PERFORM REGISTRAR-ASISTENCIA
               WHEN '7'
                   PERFORM CANCELAR-SESION
               WHEN '8'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Sesiones.
      *----------------------------------------------------------------
       PROGRAMAR-SESION.
           DISPLAY CURSO-TXT.
           ACCEPT CURSO-BUSCADO.
           MOVE FUNCTION UPPER-CASE(CURSO-BUSCADO) TO CUR-CODIGO.
           READ CURSOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'El curso no existe en el catalogo; '
                       'dalo de alta en CURSOS-MASTER.'
               NOT INVALID KEY
                   IF CURSO-RETIRADO
                       DISPLAY 'El curso esta retirado del catalogo.'
                   ELSE
                       PERFORM CAPTURAR-SESION
                   END-IF
           END-READ.

       CAPTURAR-SESION.
           PERFORM OBTENER-SESION-MAXIMA.
           MOVE SPACES TO SESIONES-REGISTRO.
           MOVE CUR-CODIGO TO SES-CURSO.
           MOVE 'N' TO FECHA-VALIDA.
           PERFORM OBTENER-FECHA-SESION UNTIL FECHA-VALIDA = 'S'.
           MOVE FECHA-EVALUADA TO SES-FECHA.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-SITIO UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY INSTRUCTOR-TXT.
           ACCEPT SES-INSTRUCTOR.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CAPACIDAD UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-COSTO UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY MONEDA-TXT.
           ACCEPT SES-MONEDA.
           MOVE FUNCTION UPPER-CASE(SES-MONEDA) TO SES-MONEDA.
           MOVE ZERO TO SES-INSCRITOS SES-ESPERA.
           MOVE 'P' TO SES-ESTADO.
           COMPUTE SES-ID = SESION-MAXIMA + 1.
           WRITE SESIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar la sesion.'
               NOT INVALID KEY
                   DISPLAY 'Sesion ' SES-ID ' programada: '
                       SES-CURSO ' el ' SES-FECHA
           END-WRITE.

       OBTENER-SESION-MAXIMA.
           MOVE ZERO TO SESION-MAXIMA.
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
                       MOVE SES-ID TO SESION-MAXIMA
               END-READ
           END-PERFORM.

      *    Las sesiones se programan de hoy en adelante.
       OBTENER-FECHA-SESION.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NUMERIC
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
           ELSE
               MOVE 'N' TO FECHA-CALENDARIO-OK
           END-IF.
           EVALUATE TRUE
               WHEN FECHA-CALENDARIO-OK = 'N'
                   DISPLAY 'Fecha invalida: AAAAMMDD.'
               WHEN FECHA-EVALUADA < FECHA-HOY
                   DISPLAY 'La sesion no puede quedar en el pasado.'
               WHEN OTHER
                   MOVE 'S' TO FECHA-VALIDA
           END-EVALUATE.

       OBTENER-SITIO.
           DISPLAY SITIO-TXT.
           ACCEPT SITIO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(SITIO-ENTRADA) TO SITIO-ENTRADA.
           IF SITIO-ENTRADA = SPACES
               DISPLAY 'El sitio no puede quedar en blanco.'
           ELSE
               PERFORM VERIFICAR-SITIO-EXISTE
               IF SITIO-ENCONTRADO = 'S'
                   MOVE SITIO-ENTRADA TO SES-SITIO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'El sitio no existe en sitios.dat.'
               END-IF
           END-IF.

      *    Mismo recorrido que VERIFICAR-SITIO-EXISTE en
      *    RegistrosIndexados-05: sin sitios.dat se acepta el codigo.
       VERIFICAR-SITIO-EXISTE.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               MOVE 'S' TO SITIO-ENCONTRADO
               CLOSE SITIOS-ARCHIVO
           ELSE
               MOVE 'N' TO SITIO-ENCONTRADO
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF SIT-CODIGO = SITIO-ENTRADA
                               MOVE 'S' TO SITIO-ENCONTRADO
                               MOVE 'S' TO FIN-SITIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

       OBTENER-CAPACIDAD.
           DISPLAY CAPACIDAD-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC AND ENTRADA-NUMERICA > '000'
               MOVE ENTRADA-NUMERICA TO SES-CAPACIDAD
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Cupo invalido: 3 digitos, mayor que cero.'
           END-IF.

       OBTENER-COSTO.
           DISPLAY VALOR-TXT.
           ACCEPT VALOR-ENTRADA.
           IF VALOR-ENTRADA IS NOT NUMERIC
               DISPLAY 'Costo invalido: introduce solo digitos.'
           ELSE
               COMPUTE SES-COSTO =
                   FUNCTION NUMVAL(VALOR-ENTRADA) / 100
               MOVE 'S' TO CAMPO-VALIDO
           END-IF.

       LISTAR-SESIONES.
           MOVE LOW-VALUES TO SES-ID.
           MOVE 'N' TO FIN-SESIONES.
           START SESIONES-ARCHIVO KEY IS NOT LESS THAN SES-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SESIONES
                   DISPLAY 'No hay sesiones programadas.'
           END-START.
           PERFORM UNTIL FIN-SESIONES = 'S'
               READ SESIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SESIONES
                   NOT AT END
                       MOVE SES-COSTO TO COSTO-ED
                       DISPLAY SES-ID ' ' SES-CURSO ' ' SES-FECHA ' '
                           SES-SITIO ' ' SES-INSTRUCTOR
                       DISPLAY '    cupo=' SES-CAPACIDAD
                           ' inscritos=' SES-INSCRITOS
                           ' espera=' SES-ESPERA
                           ' costo=' COSTO-ED ' ' SES-MONEDA
                           ' estado=' SES-ESTADO
               END-READ
           END-PERFORM.

       LEER-SESION.
           MOVE 'N' TO SESION-CORRECTA.
           DISPLAY SESION-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'Numero invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO SES-ID
               READ SESIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe esa sesion.'
                   NOT INVALID KEY
                       MOVE 'S' TO SESION-CORRECTA
               END-READ
           END-IF.

      *    Cancelar la sesion libera a todos sus inscritos y a la
      *    lista de espera.
       CANCELAR-SESION.
           PERFORM LEER-SESION.
           IF SESION-CORRECTA = 'S'
               IF NOT SESION-PROGRAMADA
                   DISPLAY 'Solo se cancelan sesiones programadas.'
               ELSE
                   MOVE SES-ID TO SESION-EN-PROCESO
                   MOVE ZERO TO TOTAL-LIBERADAS
                   PERFORM POSICIONAR-INSCRIPCIONES
                   PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
                       IF INS-INSCRITO OR INS-EN-ESPERA
                           MOVE 'C' TO INS-ESTADO
                           REWRITE INSCRIPCIONES-REGISTRO
                               INVALID KEY
                                   DISPLAY 'No se pudo liberar a '
                                       INS-EMPLEADOS-ID
                               NOT INVALID KEY
                                   ADD 1 TO TOTAL-LIBERADAS
                           END-REWRITE
                       END-IF
                       PERFORM SIGUIENTE-INSCRIPCION
                   END-PERFORM
                   MOVE SESION-EN-PROCESO TO SES-ID
                   READ SESIONES-ARCHIVO
                       INVALID KEY
                           DISPLAY 'No existe esa sesion.'
                   END-READ
                   MOVE 'X' TO SES-ESTADO
                   MOVE ZERO TO SES-INSCRITOS SES-ESPERA
                   REWRITE SESIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo cancelar la sesion.'
                       NOT INVALID KEY
                           DISPLAY 'Sesion cancelada; '
                               TOTAL-LIBERADAS
                               ' inscripciones liberadas.'
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Inscripciones: recorrido de las de una sesion (la clave
      *    empieza por la sesion).
      *----------------------------------------------------------------
       POSICIONAR-INSCRIPCIONES.
           MOVE SESION-EN-PROCESO TO INS-SESION.
           MOVE ZERO TO INS-EMPLEADOS-ID.
           MOVE 'N' TO FIN-INSCRIPCIONES.
           START INSCRIPCIONES-ARCHIVO KEY IS NOT LESS THAN INS-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-INSCRIPCIONES
           END-START.
           PERFORM SIGUIENTE-INSCRIPCION.

       SIGUIENTE-INSCRIPCION.
           IF FIN-INSCRIPCIONES = 'N'
               READ INSCRIPCIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INSCRIPCIONES
                   NOT AT END
                       IF INS-SESION NOT = SESION-EN-PROCESO
                           MOVE 'S' TO FIN-INSCRIPCIONES
                       END-IF
               END-READ
           END-IF.

       LEER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-CORRECTO.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'ID invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe un empleado con el ID '
                           EMPLEADOS-ID '.'
                   NOT INVALID KEY
                       IF STATUS-INATIVO
                           DISPLAY 'El empleado esta dado de baja.'
                       ELSE
                           MOVE 'S' TO EMPLEADO-CORRECTO
                       END-IF
               END-READ
           END-IF.

       INSCRIBIR-EMPLEADO.
           PERFORM LEER-SESION.
           IF SESION-CORRECTA = 'S'
               IF NOT SESION-PROGRAMADA
                   DISPLAY 'La sesion no esta programada.'
               ELSE
                   PERFORM LEER-EMPLEADO
                   IF EMPLEADO-CORRECTO = 'S'
                       MOVE EMPLEADOS-ID TO EMPLEADO-INSCRIBIR
                       PERFORM GRABAR-INSCRIPCION
                   END-IF
               END-IF
           END-IF.

      *    Inscribe a EMPLEADO-INSCRIBIR en la sesion que esta en el
      *    registro de SESIONES: con cupo queda inscrito, sin cupo
      *    entra a la lista de espera al final. Una inscripcion
      *    cancelada antes se reactiva con turno nuevo.
       GRABAR-INSCRIPCION.
           MOVE SES-ID TO SESION-EN-PROCESO.
           MOVE ZERO TO SECUENCIA-MAXIMA.
           PERFORM POSICIONAR-INSCRIPCIONES.
           PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
               IF INS-SECUENCIA > SECUENCIA-MAXIMA
                   MOVE INS-SECUENCIA TO SECUENCIA-MAXIMA
               END-IF
               PERFORM SIGUIENTE-INSCRIPCION
           END-PERFORM.
           MOVE SESION-EN-PROCESO TO INS-SESION.
           MOVE EMPLEADO-INSCRIBIR TO INS-EMPLEADOS-ID.
           MOVE 'N' TO INSCRIPCION-EXISTE.
           READ INSCRIPCIONES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO INSCRIPCION-EXISTE
           END-READ.
           IF INSCRIPCION-EXISTE = 'S' AND NOT INS-CANCELADA
               DISPLAY 'El empleado ya tiene lugar en esta sesion '
                   '(estado ' INS-ESTADO ').'
           ELSE
               COMPUTE INS-SECUENCIA = SECUENCIA-MAXIMA + 1
               MOVE FECHA-HOY TO INS-FECHA
               IF SES-INSCRITOS < SES-CAPACIDAD
                   MOVE 'I' TO INS-ESTADO
                   ADD 1 TO SES-INSCRITOS
               ELSE
                   MOVE 'E' TO INS-ESTADO
                   ADD 1 TO SES-ESPERA
               END-IF
               IF INSCRIPCION-EXISTE = 'S'
                   REWRITE INSCRIPCIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar la '
                               'inscripcion.'
                   END-REWRITE
               ELSE
                   WRITE INSCRIPCIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar la '
                               'inscripcion.'
                   END-WRITE
               END-IF
               REWRITE SESIONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar el cupo.'
               END-REWRITE
               IF INS-INSCRITO
                   DISPLAY 'Empleado ' INS-EMPLEADOS-ID
                       ' inscrito en la sesion ' SES-ID '.'
               ELSE
                   DISPLAY 'Sesion llena: empleado ' INS-EMPLEADOS-ID
                       ' en lista de espera (turno ' INS-SECUENCIA
                       ').'
               END-IF
           END-IF.

      *    Al cancelar un inscrito, su lugar pasa al primero de la
      *    lista de espera.
       CANCELAR-INSCRIPCION.
           PERFORM LEER-SESION.
           IF SESION-CORRECTA = 'S'
               IF NOT SESION-PROGRAMADA
                   DISPLAY 'La sesion no esta programada.'
               ELSE
                   DISPLAY ID-TXT
                   ACCEPT ID-ENTRADA
                   MOVE SES-ID TO INS-SESION
                   MOVE ID-ENTRADA TO INS-EMPLEADOS-ID
                   READ INSCRIPCIONES-ARCHIVO
                       INVALID KEY
                           DISPLAY 'Ese empleado no esta inscrito.'
                       NOT INVALID KEY
                           PERFORM LIBERAR-LUGAR
                   END-READ
               END-IF
           END-IF.

       LIBERAR-LUGAR.
           EVALUATE TRUE
               WHEN INS-INSCRITO
                   MOVE 'C' TO INS-ESTADO
                   REWRITE INSCRIPCIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo cancelar.'
                   END-REWRITE
                   SUBTRACT 1 FROM SES-INSCRITOS
                   DISPLAY 'Inscripcion cancelada.'
                   PERFORM PROMOVER-ESPERA
                   REWRITE SESIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar el cupo.'
                   END-REWRITE
               WHEN INS-EN-ESPERA
                   MOVE 'C' TO INS-ESTADO
                   REWRITE INSCRIPCIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo cancelar.'
                   END-REWRITE
                   SUBTRACT 1 FROM SES-ESPERA
                   REWRITE SESIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar el cupo.'
                   END-REWRITE
                   DISPLAY 'Retirado de la lista de espera.'
               WHEN OTHER
                   DISPLAY 'Esa inscripcion ya no esta activa '
                       '(estado ' INS-ESTADO ').'
           END-EVALUATE.

      *    Busca el turno mas bajo en espera y lo pasa a inscrito.
       PROMOVER-ESPERA.
           MOVE SES-ID TO SESION-EN-PROCESO.
           MOVE 9999 TO ESPERA-PRIMERA.
           MOVE ZERO TO ESPERA-EMPLEADOS-ID.
           PERFORM POSICIONAR-INSCRIPCIONES.
           PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
               IF INS-EN-ESPERA AND INS-SECUENCIA < ESPERA-PRIMERA
                   MOVE INS-SECUENCIA TO ESPERA-PRIMERA
                   MOVE INS-EMPLEADOS-ID TO ESPERA-EMPLEADOS-ID
               END-IF
               PERFORM SIGUIENTE-INSCRIPCION
           END-PERFORM.
           IF ESPERA-EMPLEADOS-ID NOT = ZERO
               MOVE SESION-EN-PROCESO TO INS-SESION
               MOVE ESPERA-EMPLEADOS-ID TO INS-EMPLEADOS-ID
               READ INSCRIPCIONES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No se encontro al primero en espera.'
                   NOT INVALID KEY
                       MOVE 'I' TO INS-ESTADO
                       REWRITE INSCRIPCIONES-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo promover a '
                                   ESPERA-EMPLEADOS-ID
                           NOT INVALID KEY
                               ADD 1 TO SES-INSCRITOS
                               SUBTRACT 1 FROM SES-ESPERA
                               DISPLAY 'Empleado ' ESPERA-EMPLEADOS-ID
                                   ' pasa de la lista de espera a '
                                   'inscrito.'
                       END-REWRITE
               END-READ
           END-IF.

       LISTAR-INSCRITOS.
           PERFORM LEER-SESION.
           IF SESION-CORRECTA = 'S'
               DISPLAY 'Sesion ' SES-ID ' ' SES-CURSO ' ' SES-FECHA
                   ' cupo=' SES-CAPACIDAD ' inscritos=' SES-INSCRITOS
                   ' espera=' SES-ESPERA
               MOVE SES-ID TO SESION-EN-PROCESO
               PERFORM POSICIONAR-INSCRIPCIONES
               PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
                   MOVE INS-EMPLEADOS-ID TO EMPLEADOS-ID
                   READ EMPLEADOS-ARCHIVO
                       INVALID KEY
                           MOVE SPACES TO EMPLEADOS-NOMBRE
                               EMPLEADOS-APELLIDOS
                   END-READ
                   DISPLAY '    ' INS-EMPLEADOS-ID ' '
                       EMPLEADOS-NOMBRE ' ' EMPLEADOS-APELLIDOS
                       ' estado=' INS-ESTADO
                       ' turno=' INS-SECUENCIA
                   PERFORM SIGUIENTE-INSCRIPCION
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      *    Asistencia: cada inscrito asistio o falto; los asistentes
      *    reciben su renglon en formacion.dat. La lista de espera
      *    que quedo se libera.
      *----------------------------------------------------------------
       REGISTRAR-ASISTENCIA.
           PERFORM LEER-SESION.
           IF SESION-CORRECTA = 'S'
               EVALUATE TRUE
                   WHEN NOT SESION-PROGRAMADA
                       DISPLAY 'La sesion no esta programada '
                           '(estado ' SES-ESTADO ').'
                   WHEN SES-FECHA > FECHA-HOY
                       DISPLAY 'La sesion todavia no se imparte.'
                   WHEN OTHER
                       PERFORM TOMAR-ASISTENCIA
               END-EVALUATE
           END-IF.

       TOMAR-ASISTENCIA.
           MOVE SES-CURSO TO CUR-CODIGO.
           READ CURSOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO CUR-DESCRIPCION
                   MOVE ZERO TO CUR-MESES-VIGENCIA
           END-READ.
           PERFORM OBTENER-ID-MAXIMO-FORMACION.
           PERFORM CALCULAR-VENCIMIENTO.
           MOVE ZERO TO TOTAL-ASISTIERON TOTAL-FALTARON.
           MOVE SES-ID TO SESION-EN-PROCESO.
           PERFORM POSICIONAR-INSCRIPCIONES.
           PERFORM UNTIL FIN-INSCRIPCIONES = 'S'
               EVALUATE TRUE
                   WHEN INS-INSCRITO
                       PERFORM PREGUNTAR-ASISTENCIA
                   WHEN INS-EN-ESPERA
                       MOVE 'C' TO INS-ESTADO
                       REWRITE INSCRIPCIONES-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo liberar a '
                                   INS-EMPLEADOS-ID
                       END-REWRITE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM SIGUIENTE-INSCRIPCION
           END-PERFORM.
           MOVE SESION-EN-PROCESO TO SES-ID.
           READ SESIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa sesion.'
           END-READ.
           MOVE 'I' TO SES-ESTADO.
           MOVE ZERO TO SES-ESPERA.
           REWRITE SESIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo cerrar la sesion.'
           END-REWRITE.
           DISPLAY 'Asistieron: ' TOTAL-ASISTIERON
               ' Faltaron: ' TOTAL-FALTARON.

       PREGUNTAR-ASISTENCIA.
           MOVE INS-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-NOMBRE EMPLEADOS-APELLIDOS
           END-READ.
           MOVE SPACE TO RESPUESTA-ASISTENCIA.
           PERFORM UNTIL RESPUESTA-ASISTENCIA = 'S'
                   OR RESPUESTA-ASISTENCIA = 'N'
               DISPLAY INS-EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE ' '
                   EMPLEADOS-APELLIDOS ASISTIO-TXT
               ACCEPT RESPUESTA-ASISTENCIA
               MOVE FUNCTION UPPER-CASE(RESPUESTA-ASISTENCIA)
                   TO RESPUESTA-ASISTENCIA
           END-PERFORM.
           IF RESPUESTA-ASISTENCIA = 'S'
               MOVE 'A' TO INS-ESTADO
               ADD 1 TO TOTAL-ASISTIERON
               PERFORM GRABAR-FORMACION
           ELSE
               MOVE 'F' TO INS-ESTADO
               ADD 1 TO TOTAL-FALTARON
           END-IF.
           REWRITE INSCRIPCIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo registrar la asistencia de '
                       INS-EMPLEADOS-ID
           END-REWRITE.

      *    Mismo renglon que AGREGAR-FORMACION en
      *    RegistrosIndexados-05, con los datos de la sesion.
       GRABAR-FORMACION.
           ADD 1 TO FORMACION-ID-MAXIMO.
           MOVE FORMACION-ID-MAXIMO TO FORMACION-ID.
           MOVE INS-EMPLEADOS-ID TO FORMACION-EMPLEADOS-ID.
           MOVE SES-CURSO TO FORMACION-CURSO.
           MOVE CUR-DESCRIPCION TO FORMACION-DESCRIPCION.
           MOVE SES-FECHA TO FORMACION-FECHA-TERMINO.
           MOVE FECHA-EVALUADA TO FORMACION-FECHA-VENCE.
           MOVE SES-COSTO TO FORMACION-COSTO.
           MOVE SES-MONEDA TO FORMACION-MONEDA.
           WRITE FORMACION-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar el curso de '
                       INS-EMPLEADOS-ID
           END-WRITE.

      *    Vencimiento = fecha de la sesion mas los meses de vigencia
      *    del curso (el dia se recorta al fin de mes si hace falta);
      *    queda en FECHA-EVALUADA, CERO si el curso no vence.
       CALCULAR-VENCIMIENTO.
           IF CUR-MESES-VIGENCIA = ZERO
               MOVE ZERO TO FECHA-EVALUADA
           ELSE
               MOVE SES-FECHA TO FECHA-EVALUADA
               COMPUTE MESES-TOTALES =
                   FEV-ANO * 12 + FEV-MES - 1 + CUR-MESES-VIGENCIA
               COMPUTE FEV-ANO = MESES-TOTALES / 12
               COMPUTE FEV-MES =
                   MESES-TOTALES - (FEV-ANO * 12) + 1
               PERFORM VALIDAR-FECHA-CALENDARIO
               PERFORM UNTIL FECHA-CALENDARIO-OK = 'S'
                   SUBTRACT 1 FROM FEV-DIA
                   PERFORM VALIDAR-FECHA-CALENDARIO
               END-PERFORM
           END-IF.

       OBTENER-ID-MAXIMO-FORMACION.
           MOVE ZERO TO FORMACION-ID-MAXIMO.
           MOVE 'N' TO FIN-FORMACION.
           MOVE LOW-VALUES TO FORMACION-ID.
           START FORMACION-ARCHIVO KEY IS NOT LESS THAN FORMACION-ID
               INVALID KEY
                   MOVE 'S' TO FIN-FORMACION
           END-START.
           PERFORM UNTIL FIN-FORMACION = 'S'
               READ FORMACION-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-FORMACION
                   NOT AT END
                       IF FORMACION-ID > FORMACION-ID-MAXIMO
                           MOVE FORMACION-ID TO FORMACION-ID-MAXIMO
                       END-IF
               END-READ
           END-PERFORM.

       VALIDAR-FECHA-CALENDARIO.
           MOVE 'N' TO FECHA-CALENDARIO-OK.
           IF FEV-MES >= 1 AND FEV-MES <= 12 AND FEV-ANO > 1600
               EVALUATE FEV-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DIAS-DEL-MES
                   WHEN 2
                       IF FUNCTION MOD(FEV-ANO, 400) = 0 OR
                               (FUNCTION MOD(FEV-ANO, 4) = 0 AND
                                FUNCTION MOD(FEV-ANO, 100) NOT = 0)
                           MOVE 29 TO DIAS-DEL-MES
                       ELSE
                           MOVE 28 TO DIAS-DEL-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO DIAS-DEL-MES
               END-EVALUATE
               IF FEV-DIA >= 1 AND FEV-DIA <= DIAS-DEL-MES
                   MOVE 'S' TO FECHA-CALENDARIO-OK
               END-IF
           END-IF.

       END PROGRAM SESIONES-FORMACION.
