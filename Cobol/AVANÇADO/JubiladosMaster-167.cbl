      ******************************************************************
      * Author:
      * Date:
      * Purpose: Jubilados (jubilados.dat). La jubilacion de
      *          REGISTROS-INDEXADOS (opcion 17) da la baja con
      *          motivo JUBI y deja aqui a la persona con sus fechas
      *          de jubilacion e inicio de pension, el finiquito, el
      *          plan de salud que conserva y - solo si consintio -
      *          su telefono y domicilio, que Anonimizar-52 despues
      *          blanquea del maestro. De aqui salen el roster de
      *          jubilados para pensiones y eventos de ex empleados
      *          (roster_jubilados.txt, el contacto solo de quien
      *          consintio) y el censo de beneficios de jubilados por
      *          plan (censo_jubilados.txt, mismo corte que el censo
      *          de PlanesBeneficios-84). La opcion 3 actualiza el
      *          contacto o retira el consentimiento, que blanquea el
      *          contacto guardado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUBILADOS-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL JUBILADOS-ARCHIVO
           ASSIGN TO 'jubilados.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS JUB-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS JUBILADOS-STATUS.

           SELECT OPTIONAL PLANES-ARCHIVO
           ASSIGN TO 'planes_beneficios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANES-STATUS.

           SELECT ROSTER-ARCHIVO
           ASSIGN TO 'roster_jubilados.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROSTER-STATUS.

           SELECT CENSO-ARCHIVO
           ASSIGN TO 'censo_jubilados.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Mismo layout que escribe GRABAR-JUBILADO en
      *    RegistrosIndexados-05.
       FD  JUBILADOS-ARCHIVO.
           01  JUBILADOS-REGISTRO.
               05  JUB-EMPLEADOS-ID PIC 9(6).
               05  JUB-NOMBRE PIC X(25).
               05  JUB-APELLIDOS PIC X(35).
               05  JUB-ID-FISCAL PIC X(15).
               05  JUB-TELEFONO PIC X(9).
               05  JUB-DIRECCION.
                   10  JUB-CALLE PIC X(20).
                   10  JUB-CIUDAD PIC X(15).
                   10  JUB-REGION PIC X(10).
                   10  JUB-CODIGO-POSTAL PIC X(8).
                   10  JUB-CODIGO-PAIS PIC X(2).
               05  JUB-NACIMIENTO PIC 9(8).
               05  JUB-DEPARTAMENTO PIC X(4).
               05  JUB-EMPRESA PIC X(4).
               05  JUB-FECHA-INGRESO PIC 9(8).
               05  JUB-FECHA-JUBILACION PIC 9(8).
               05  JUB-INICIO-PENSION PIC 9(8).
               05  JUB-ANTIGUEDAD PIC 99.
               05  JUB-SALARIO-FINAL PIC 9(7)V99.
               05  JUB-FINIQUITO PIC 9(7)V99.
               05  JUB-ANTICIPADA PIC X.
               05  JUB-CONSENTIMIENTO PIC X.
                   88  JUB-CON-CONSENTIMIENTO VALUE 'S'.
                   88  JUB-SIN-CONSENTIMIENTO VALUE 'N'.
               05  JUB-FECHA-CONSENTIMIENTO PIC 9(8).
               05  JUB-PLAN-SALUD PIC X(4).
               05  JUB-NIVEL-SALUD PIC X.
                   88  JUB-NIVEL-FAMILIAR VALUE 'F'.
               05  JUB-OPERADOR PIC X(8).
               05  JUB-FECHA-CAPTURA PIC 9(8).

       FD  PLANES-ARCHIVO.
           01  PLANES-REGISTRO.
               05  PLAN-CODIGO PIC X(4).
               05  PLAN-DESCRIPCION PIC X(30).
               05  PLAN-PRIMA PIC 9(7)V99.
               05  PLAN-ELEGIBLE PIC X.
               05  PLAN-ASEGURADORA PIC X(6).
               05  PLAN-POLIZA PIC X(15).
               05  PLAN-PRIMA-PATRON PIC 9(7)V99.

       FD  ROSTER-ARCHIVO.
           01  LINEA-ROSTER PIC X(90).

       FD  CENSO-ARCHIVO.
           01  LINEA-CENSO PIC X(90).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del jubilado: '.
           01  CONSENTIMIENTO-TXT PIC X(50)
               VALUE 'Consiente guardar su contacto de jubilado (S/N):'.
           01  TELEFONO-TXT PIC X(12) VALUE 'Telefono: '.
           01  CALLE-TXT PIC X(12) VALUE 'Calle: '.
           01  CIUDAD-TXT PIC X(12) VALUE 'Ciudad: '.
           01  REGION-TXT PIC X(12) VALUE 'Region: '.
           01  CODIGO-POSTAL-TXT PIC X(16) VALUE 'Codigo postal: '.
           01  PAIS-TXT PIC X(20) VALUE 'Codigo de pais: '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  JUBILADOS-STATUS PIC XX.
           01  PLANES-STATUS PIC XX.
           01  ROSTER-STATUS PIC XX.
           01  CENSO-STATUS PIC XX.
           01  FIN-JUBILADOS PIC X.
           01  FIN-PLANES PIC X.
           01  CAMPO-VALIDO PIC X.
           01  CONSENTIMIENTO-ENTRADA PIC X.
           01  FECHA-HOY PIC 9(8).

           01  TOTAL-JUBILADOS PIC 9(5).
           01  TOTAL-CON-CONTACTO PIC 9(5).
           01  TOTAL-PROGRAMADOS PIC 9(5).
           01  TOTAL-EN-PENSION PIC 9(5).
           01  TOTAL-SIN-COBERTURA PIC 9(5).
           01  PLAN-CENSO PIC X(4).
           01  CENSO-INSCRITOS PIC 9(5).
           01  CENSO-FAMILIARES PIC 9(5).
           01  CENSO-PRIMAS PIC 9(11)V99.
           01  PRIMA-EFECTIVA PIC 9(7)V99.

           01  LINEA-ROSTER-DET.
               05  ROS-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  ROS-NOMBRE PIC X(25).
               05  FILLER PIC X(1) VALUE SPACE.
               05  ROS-APELLIDOS PIC X(20).
               05  FILLER PIC X(6) VALUE ' jub= '.
               05  ROS-JUBILACION PIC 9(8).
               05  FILLER PIC X(6) VALUE ' pen= '.
               05  ROS-PENSION PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  ROS-ESTADO PIC X(11).

           01  LINEA-ROSTER-DATOS.
               05  FILLER PIC X(7) VALUE SPACES.
               05  FILLER PIC X(6) VALUE 'depto '.
               05  ROS-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X(9) VALUE ' empresa '.
               05  ROS-EMPRESA PIC X(4).
               05  FILLER PIC X(7) VALUE ' anos= '.
               05  ROS-ANTIGUEDAD PIC Z9.
               05  FILLER PIC X(12) VALUE ' finiquito= '.
               05  ROS-FINIQUITO PIC ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  ROS-ANTICIPADA PIC X(10).

           01  LINEA-ROSTER-TOTAL.
               05  TOT-TEXTO PIC X(30).
               05  TOT-CANTIDAD PIC ZZZZ9.

           01  LINEA-CENSO-DET.
               05  FILLER PIC X(2) VALUE SPACES.
               05  CEN-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  CEN-NOMBRE PIC X(26).
               05  FILLER PIC X(7) VALUE 'nivel= '.
               05  CEN-NIVEL PIC X.
               05  FILLER PIC X(8) VALUE ' prima= '.
               05  CEN-PRIMA PIC ZZZ,ZZZ.99.
               05  FILLER PIC X(10) VALUE ' pension= '.
               05  CEN-PENSION PIC 9(8).

           01  LINEA-CENSO-SUB.
               05  FILLER PIC X(5) VALUE 'PLAN '.
               05  SUB-PLAN PIC X(4).
               05  FILLER PIC X(12) VALUE ' jubilados= '.
               05  SUB-INSCRITOS PIC ZZZZ9.
               05  FILLER PIC X(9) VALUE ' primas= '.
               05  SUB-PRIMAS PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(12) VALUE ' familiares='.
               05  SUB-FAMILIARES PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Roster de jubilados'.
           DISPLAY '2) Censo de beneficios de jubilados'.
           DISPLAY '3) Contacto y consentimiento de un jubilado'.
           DISPLAY '4) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM ROSTER-JUBILADOS
               WHEN '2'
                   PERFORM CENSO-JUBILADOS
               WHEN '3'
                   PERFORM ACTUALIZAR-CONSENTIMIENTO
               WHEN '4'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *    Un renglon por jubilado con su estado: PROGRAMADA mientras
      *    no llega el ultimo dia, POR INICIAR hasta el inicio de la
      *    pension, EN PENSION despues. El contacto solo sale de
      *    quien consintio.
       ROSTER-JUBILADOS.
           OPEN INPUT JUBILADOS-ARCHIVO.
           IF JUBILADOS-STATUS NOT = '00'
               DISPLAY 'Todavia no hay jubilados registrados.'
               CLOSE JUBILADOS-ARCHIVO
           ELSE
               OPEN OUTPUT ROSTER-ARCHIVO
               IF ROSTER-STATUS NOT = '00'
                   DISPLAY 'Error de archivo ROSTER. STATUS ='
                       ROSTER-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO LINEA-ROSTER
               STRING 'ROSTER DE JUBILADOS AL ' FECHA-HOY
                   DELIMITED BY SIZE INTO LINEA-ROSTER
               WRITE LINEA-ROSTER
               MOVE ZERO TO TOTAL-JUBILADOS TOTAL-CON-CONTACTO
                   TOTAL-PROGRAMADOS TOTAL-EN-PENSION
               MOVE 'N' TO FIN-JUBILADOS
               PERFORM UNTIL FIN-JUBILADOS = 'S'
                   READ JUBILADOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-JUBILADOS
                       NOT AT END
                           PERFORM ROSTER-UN-JUBILADO
                   END-READ
               END-PERFORM
               PERFORM ROSTER-TOTALES
               CLOSE ROSTER-ARCHIVO
               CLOSE JUBILADOS-ARCHIVO
               DISPLAY 'Jubilados: ' TOTAL-JUBILADOS
                   '. Roster en roster_jubilados.txt'
           END-IF.

       ROSTER-UN-JUBILADO.
           ADD 1 TO TOTAL-JUBILADOS.
           MOVE JUB-EMPLEADOS-ID TO ROS-ID.
           MOVE JUB-NOMBRE TO ROS-NOMBRE.
           MOVE JUB-APELLIDOS TO ROS-APELLIDOS.
           MOVE JUB-FECHA-JUBILACION TO ROS-JUBILACION.
           MOVE JUB-INICIO-PENSION TO ROS-PENSION.
           EVALUATE TRUE
               WHEN JUB-FECHA-JUBILACION > FECHA-HOY
                   MOVE 'PROGRAMADA' TO ROS-ESTADO
                   ADD 1 TO TOTAL-PROGRAMADOS
               WHEN JUB-INICIO-PENSION > FECHA-HOY
                   MOVE 'POR INICIAR' TO ROS-ESTADO
               WHEN OTHER
                   MOVE 'EN PENSION' TO ROS-ESTADO
                   ADD 1 TO TOTAL-EN-PENSION
           END-EVALUATE.
           MOVE LINEA-ROSTER-DET TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE JUB-DEPARTAMENTO TO ROS-DEPARTAMENTO.
           MOVE JUB-EMPRESA TO ROS-EMPRESA.
           MOVE JUB-ANTIGUEDAD TO ROS-ANTIGUEDAD.
           MOVE JUB-FINIQUITO TO ROS-FINIQUITO.
           IF JUB-ANTICIPADA = 'S'
               MOVE 'ANTICIPADA' TO ROS-ANTICIPADA
           ELSE
               MOVE SPACES TO ROS-ANTICIPADA
           END-IF.
           MOVE LINEA-ROSTER-DATOS TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE SPACES TO LINEA-ROSTER.
           IF JUB-CON-CONSENTIMIENTO
               ADD 1 TO TOTAL-CON-CONTACTO
               STRING '       tel ' JUB-TELEFONO ' ' JUB-CALLE ' '
                   JUB-CIUDAD ' ' JUB-CODIGO-POSTAL ' '
                   JUB-CODIGO-PAIS
                   DELIMITED BY SIZE INTO LINEA-ROSTER
           ELSE
               MOVE '       (sin consentimiento de contacto)'
                   TO LINEA-ROSTER
           END-IF.
           WRITE LINEA-ROSTER.

       ROSTER-TOTALES.
           MOVE SPACES TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE 'Total jubilados' TO TOT-TEXTO.
           MOVE TOTAL-JUBILADOS TO TOT-CANTIDAD.
           MOVE LINEA-ROSTER-TOTAL TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE '  en pension' TO TOT-TEXTO.
           MOVE TOTAL-EN-PENSION TO TOT-CANTIDAD.
           MOVE LINEA-ROSTER-TOTAL TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE '  jubilacion programada' TO TOT-TEXTO.
           MOVE TOTAL-PROGRAMADOS TO TOT-CANTIDAD.
           MOVE LINEA-ROSTER-TOTAL TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.
           MOVE '  con contacto consentido' TO TOT-TEXTO.
           MOVE TOTAL-CON-CONTACTO TO TOT-CANTIDAD.
           MOVE LINEA-ROSTER-TOTAL TO LINEA-ROSTER.
           WRITE LINEA-ROSTER.

      *    Por cada plan del maestro, los jubilados que lo conservan
      *    con su prima (el nivel familiar, doble) para cuadrar la
      *    factura de la aseguradora; al final, cuantos se quedaron
      *    sin cobertura.
       CENSO-JUBILADOS.
           OPEN INPUT JUBILADOS-ARCHIVO.
           IF JUBILADOS-STATUS NOT = '00'
               DISPLAY 'Todavia no hay jubilados registrados.'
               CLOSE JUBILADOS-ARCHIVO
           ELSE
               OPEN OUTPUT CENSO-ARCHIVO
               IF CENSO-STATUS NOT = '00'
                   DISPLAY 'Error de archivo CENSO. STATUS ='
                       CENSO-STATUS
                   STOP RUN
               END-IF
               MOVE SPACES TO LINEA-CENSO
               STRING 'CENSO DE BENEFICIOS DE JUBILADOS AL ' FECHA-HOY
                   DELIMITED BY SIZE INTO LINEA-CENSO
               WRITE LINEA-CENSO
               OPEN INPUT PLANES-ARCHIVO
               IF PLANES-STATUS = '05' OR PLANES-STATUS = '35'
                   DISPLAY 'Todavia no hay planes capturados.'
               ELSE
                   MOVE 'N' TO FIN-PLANES
                   PERFORM UNTIL FIN-PLANES = 'S'
                       READ PLANES-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-PLANES
                           NOT AT END
                               PERFORM CENSO-DE-UN-PLAN
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PLANES-ARCHIVO
               PERFORM CONTAR-SIN-COBERTURA
               MOVE SPACES TO LINEA-CENSO
               STRING 'Jubilados sin cobertura de salud: '
                   TOTAL-SIN-COBERTURA
                   DELIMITED BY SIZE INTO LINEA-CENSO
               WRITE LINEA-CENSO
               CLOSE CENSO-ARCHIVO
               CLOSE JUBILADOS-ARCHIVO
               DISPLAY 'Censo en censo_jubilados.txt'
           END-IF.

       CENSO-DE-UN-PLAN.
           MOVE PLAN-CODIGO TO PLAN-CENSO.
           MOVE ZERO TO CENSO-INSCRITOS.
           MOVE ZERO TO CENSO-FAMILIARES.
           MOVE ZERO TO CENSO-PRIMAS.
           MOVE LOW-VALUES TO JUB-EMPLEADOS-ID.
           MOVE 'N' TO FIN-JUBILADOS.
           START JUBILADOS-ARCHIVO
                   KEY IS NOT LESS THAN JUB-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-JUBILADOS
           END-START.
           PERFORM UNTIL FIN-JUBILADOS = 'S'
               READ JUBILADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-JUBILADOS
                   NOT AT END
                       IF JUB-PLAN-SALUD = PLAN-CENSO
                           PERFORM CENSO-UN-JUBILADO
                       END-IF
               END-READ
           END-PERFORM.
           IF CENSO-INSCRITOS > ZERO
               MOVE PLAN-CENSO TO SUB-PLAN
               MOVE CENSO-INSCRITOS TO SUB-INSCRITOS
               MOVE CENSO-PRIMAS TO SUB-PRIMAS
               MOVE CENSO-FAMILIARES TO SUB-FAMILIARES
               MOVE LINEA-CENSO-SUB TO LINEA-CENSO
               WRITE LINEA-CENSO
               MOVE SPACES TO LINEA-CENSO
               WRITE LINEA-CENSO
           END-IF.

       CENSO-UN-JUBILADO.
           IF JUB-NIVEL-FAMILIAR
               COMPUTE PRIMA-EFECTIVA = PLAN-PRIMA * 2
               ADD 1 TO CENSO-FAMILIARES
           ELSE
               MOVE PLAN-PRIMA TO PRIMA-EFECTIVA
           END-IF.
           MOVE JUB-EMPLEADOS-ID TO CEN-ID.
           MOVE JUB-NOMBRE TO CEN-NOMBRE.
           MOVE JUB-NIVEL-SALUD TO CEN-NIVEL.
           MOVE PRIMA-EFECTIVA TO CEN-PRIMA.
           MOVE JUB-INICIO-PENSION TO CEN-PENSION.
           MOVE LINEA-CENSO-DET TO LINEA-CENSO.
           WRITE LINEA-CENSO.
           ADD 1 TO CENSO-INSCRITOS.
           ADD PRIMA-EFECTIVA TO CENSO-PRIMAS.

       CONTAR-SIN-COBERTURA.
           MOVE ZERO TO TOTAL-SIN-COBERTURA.
           MOVE LOW-VALUES TO JUB-EMPLEADOS-ID.
           MOVE 'N' TO FIN-JUBILADOS.
           START JUBILADOS-ARCHIVO
                   KEY IS NOT LESS THAN JUB-EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-JUBILADOS
           END-START.
           PERFORM UNTIL FIN-JUBILADOS = 'S'
               READ JUBILADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-JUBILADOS
                   NOT AT END
                       IF JUB-PLAN-SALUD = SPACES
                           ADD 1 TO TOTAL-SIN-COBERTURA
                       END-IF
               END-READ
           END-PERFORM.

      *    Retirar el consentimiento blanquea el contacto guardado;
      *    darlo (o cambiar el contacto) lo captura de nuevo, porque
      *    el del maestro pudo quedar anonimizado.
       ACTUALIZAR-CONSENTIMIENTO.
           OPEN I-O JUBILADOS-ARCHIVO.
           IF JUBILADOS-STATUS NOT = '00'
               DISPLAY 'Todavia no hay jubilados registrados.'
           ELSE
               DISPLAY ID-TXT
               ACCEPT JUB-EMPLEADOS-ID
               READ JUBILADOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No hay un jubilado con el ID '
                           JUB-EMPLEADOS-ID '.'
                   NOT INVALID KEY
                       PERFORM CAMBIAR-CONSENTIMIENTO
               END-READ
           END-IF.
           CLOSE JUBILADOS-ARCHIVO.

       CAMBIAR-CONSENTIMIENTO.
           DISPLAY JUB-NOMBRE ' ' JUB-APELLIDOS.
           DISPLAY 'Consentimiento actual: ' JUB-CONSENTIMIENTO
               ' desde ' JUB-FECHA-CONSENTIMIENTO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CONSENTIMIENTO UNTIL CAMPO-VALIDO = 'S'.
           IF JUB-CON-CONSENTIMIENTO
               DISPLAY TELEFONO-TXT
               ACCEPT JUB-TELEFONO
               DISPLAY CALLE-TXT
               ACCEPT JUB-CALLE
               DISPLAY CIUDAD-TXT
               ACCEPT JUB-CIUDAD
               DISPLAY REGION-TXT
               ACCEPT JUB-REGION
               DISPLAY CODIGO-POSTAL-TXT
               ACCEPT JUB-CODIGO-POSTAL
               DISPLAY PAIS-TXT
               ACCEPT JUB-CODIGO-PAIS
               MOVE FUNCTION UPPER-CASE(JUB-CODIGO-PAIS)
                   TO JUB-CODIGO-PAIS
           ELSE
               MOVE SPACES TO JUB-TELEFONO
               MOVE SPACES TO JUB-DIRECCION
           END-IF.
           MOVE FECHA-HOY TO JUB-FECHA-CONSENTIMIENTO.
           REWRITE JUBILADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar al jubilado.'
               NOT INVALID KEY
                   DISPLAY 'Jubilado ' JUB-EMPLEADOS-ID
                       ' actualizado.'
           END-REWRITE.

       OBTENER-CONSENTIMIENTO.
           DISPLAY CONSENTIMIENTO-TXT.
           MOVE SPACE TO CONSENTIMIENTO-ENTRADA.
           ACCEPT CONSENTIMIENTO-ENTRADA.
           EVALUATE FUNCTION UPPER-CASE(CONSENTIMIENTO-ENTRADA)
               WHEN 'S'
                   MOVE 'S' TO JUB-CONSENTIMIENTO
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN 'N'
                   MOVE 'N' TO JUB-CONSENTIMIENTO
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN OTHER
                   DISPLAY 'Responda S o N.'
           END-EVALUATE.

       END PROGRAM JUBILADOS-MASTER.
