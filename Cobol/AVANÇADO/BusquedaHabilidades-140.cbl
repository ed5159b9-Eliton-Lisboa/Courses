      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta de empleados activos por habilidades: se
      *          piden hasta 5 habilidades del catalogo
      *          (HabilidadesMaster-139) con su nivel minimo, y
      *          opcionalmente un departamento y un sitio de trabajo
      *          (EMPLEADOS-SITIO). Solo aparece quien cumple todas las
      *          habilidades pedidas con nivel igual o mayor al minimo
      *          segun empleado_habilidades.dat (opcion 13 de
      *          RegistrosIndexados-05), con su nivel en cada una.
      *          Asi un proyecto que pide, por ejemplo, SAP
      *          certificado y espanol en el sitio de Madrid se arma
      *          desde el sistema en vez de preguntando.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSQUEDA-HABILIDADES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL HABILIDADES-ARCHIVO
           ASSIGN TO 'habilidades.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HAB-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS HABILIDADES-STATUS.

           SELECT OPTIONAL EMP-HAB-ARCHIVO
           ASSIGN TO 'empleado_habilidades.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EHB-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMP-HAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  HABILIDADES-ARCHIVO.
           01  HABILIDADES-REGISTRO.
               05  HAB-CODIGO PIC X(6).
               05  HAB-DESCRIPCION PIC X(30).
               05  HAB-TIPO PIC X.
               05  HAB-ESTADO PIC X.

       FD  EMP-HAB-ARCHIVO.
           01  EMP-HAB-REGISTRO.
               05  EHB-CLAVE.
                   10  EHB-EMPLEADOS-ID PIC 9(6).
                   10  EHB-HABILIDAD PIC X(6).
               05  EHB-NIVEL PIC 9.
               05  EHB-FECHA-EVALUACION PIC 9(8).

       WORKING-STORAGE SECTION.
           01  HABILIDAD-TXT PIC X(50)
               VALUE 'Codigo de habilidad (ENTER = no hay mas): '.
           01  NIVEL-TXT PIC X(40)
               VALUE 'Nivel minimo (1 a 5, ENTER = 1): '.
           01  DEPARTAMENTO-TXT PIC X(40)
               VALUE 'Departamento (ENTER = todos): '.
           01  SITIO-TXT PIC X(40)
               VALUE 'Sitio de trabajo (ENTER = todos): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  HABILIDADES-STATUS PIC XX.
           01  EMP-HAB-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X.
           01  HABILIDAD-ENTRADA PIC X(6).
           01  NIVEL-ENTRADA PIC X.
           01  NIVEL-VALIDO PIC X.
           01  FIN-CRITERIOS PIC X.
           01  DEPARTAMENTO-FILTRO PIC X(4).
           01  SITIO-FILTRO PIC X(4).
           01  CUMPLE-CRITERIOS PIC X.
           01  TOTAL-HALLADOS PIC 9(5).

      *    Criterios de la busqueda: todas las habilidades se exigen
      *    a la vez.
           01  MAXIMO-CRITERIOS PIC 9 VALUE 5.
           01  TOTAL-CRITERIOS PIC 9.
           01  INDICE-CRITERIO PIC 9.
           01  TABLA-CRITERIOS.
               05  CRITERIO-ENTRADA OCCURS 5 TIMES.
                   10  CRI-HABILIDAD PIC X(6).
                   10  CRI-NIVEL-MINIMO PIC 9.
                   10  CRI-NIVEL-HALLADO PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
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
           OPEN INPUT HABILIDADES-ARCHIVO.
           OPEN INPUT EMP-HAB-ARCHIVO.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE HABILIDADES-ARCHIVO.
           CLOSE EMP-HAB-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Buscar empleados por habilidades'.
           DISPLAY '2) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM BUSCAR-POR-HABILIDADES
               WHEN '2'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       BUSCAR-POR-HABILIDADES.
           MOVE ZERO TO TOTAL-CRITERIOS.
           MOVE 'N' TO FIN-CRITERIOS.
           PERFORM OBTENER-CRITERIO UNTIL FIN-CRITERIOS = 'S'.
           IF TOTAL-CRITERIOS = ZERO
               DISPLAY 'Hace falta al menos una habilidad.'
           ELSE
               DISPLAY DEPARTAMENTO-TXT
               ACCEPT DEPARTAMENTO-FILTRO
               MOVE FUNCTION UPPER-CASE(DEPARTAMENTO-FILTRO)
                   TO DEPARTAMENTO-FILTRO
               DISPLAY SITIO-TXT
               ACCEPT SITIO-FILTRO
               MOVE FUNCTION UPPER-CASE(SITIO-FILTRO) TO SITIO-FILTRO
               PERFORM RECORRER-EMPLEADOS
           END-IF.

      *    Una habilidad por vuelta hasta ENTER o hasta llenar la
      *    tabla; los codigos se validan contra el catalogo cuando
      *    existe.
       OBTENER-CRITERIO.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-ENTRADA.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-ENTRADA)
               TO HABILIDAD-ENTRADA.
           IF HABILIDAD-ENTRADA = SPACES
               MOVE 'S' TO FIN-CRITERIOS
           ELSE
               MOVE HABILIDAD-ENTRADA TO HAB-CODIGO
               MOVE SPACES TO HAB-DESCRIPCION
               IF HABILIDADES-STATUS = '00'
                   READ HABILIDADES-ARCHIVO
                       INVALID KEY
                           MOVE HIGH-VALUES TO HAB-DESCRIPCION
                   END-READ
               END-IF
               IF HAB-DESCRIPCION = HIGH-VALUES
                   DISPLAY 'La habilidad no existe en el catalogo.'
               ELSE
                   ADD 1 TO TOTAL-CRITERIOS
                   MOVE HABILIDAD-ENTRADA
                       TO CRI-HABILIDAD(TOTAL-CRITERIOS)
                   MOVE 'N' TO NIVEL-VALIDO
                   PERFORM OBTENER-NIVEL-MINIMO
                       UNTIL NIVEL-VALIDO = 'S'
                   IF TOTAL-CRITERIOS = MAXIMO-CRITERIOS
                       DISPLAY 'Aviso: mas de ' MAXIMO-CRITERIOS
                           ' habilidades no se aceptan; se busca '
                           'con estas.'
                       MOVE 'S' TO FIN-CRITERIOS
                   END-IF
               END-IF
           END-IF.

       OBTENER-NIVEL-MINIMO.
           DISPLAY NIVEL-TXT.
           ACCEPT NIVEL-ENTRADA.
           IF NIVEL-ENTRADA = SPACE
               MOVE '1' TO NIVEL-ENTRADA
           END-IF.
           IF NIVEL-ENTRADA >= '1' AND NIVEL-ENTRADA <= '5'
               MOVE NIVEL-ENTRADA TO CRI-NIVEL-MINIMO(TOTAL-CRITERIOS)
               MOVE 'S' TO NIVEL-VALIDO
           ELSE
               DISPLAY 'Nivel invalido: introduce un digito de 1 a 5.'
           END-IF.

       RECORRER-EMPLEADOS.
           MOVE ZERO TO TOTAL-HALLADOS.
           MOVE '1' TO FIN-DEL-ARCHIVO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
           PERFORM UNTIL FIN-DEL-ARCHIVO = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
                   NOT AT END
                       IF NOT STATUS-INATIVO AND
                               (DEPARTAMENTO-FILTRO = SPACES OR
                                EMPLEADOS-DEPARTAMENTO =
                                    DEPARTAMENTO-FILTRO) AND
                               (SITIO-FILTRO = SPACES OR
                                EMPLEADOS-SITIO = SITIO-FILTRO)
                           PERFORM VERIFICAR-HABILIDADES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'Empleados que cumplen: ' TOTAL-HALLADOS.

      *    Lectura directa por empleado + habilidad de cada criterio;
      *    basta que falte una o que no llegue al minimo.
       VERIFICAR-HABILIDADES.
           MOVE 'S' TO CUMPLE-CRITERIOS.
           PERFORM VARYING INDICE-CRITERIO FROM 1 BY 1
                   UNTIL INDICE-CRITERIO > TOTAL-CRITERIOS
                       OR CUMPLE-CRITERIOS = 'N'
               MOVE EMPLEADOS-ID TO EHB-EMPLEADOS-ID
               MOVE CRI-HABILIDAD(INDICE-CRITERIO) TO EHB-HABILIDAD
               READ EMP-HAB-ARCHIVO
                   INVALID KEY
                       MOVE 'N' TO CUMPLE-CRITERIOS
                   NOT INVALID KEY
                       IF EHB-NIVEL <
                               CRI-NIVEL-MINIMO(INDICE-CRITERIO)
                           MOVE 'N' TO CUMPLE-CRITERIOS
                       ELSE
                           MOVE EHB-NIVEL
                               TO CRI-NIVEL-HALLADO(INDICE-CRITERIO)
                       END-IF
               END-READ
           END-PERFORM.
           IF CUMPLE-CRITERIOS = 'S'
               ADD 1 TO TOTAL-HALLADOS
               PERFORM MOSTRAR-HALLADO
           END-IF.

       MOSTRAR-HALLADO.
           DISPLAY EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE ' '
               EMPLEADOS-APELLIDOS ' depto=' EMPLEADOS-DEPARTAMENTO
               ' sitio=' EMPLEADOS-SITIO.
           PERFORM VARYING INDICE-CRITERIO FROM 1 BY 1
                   UNTIL INDICE-CRITERIO > TOTAL-CRITERIOS
               DISPLAY '    ' CRI-HABILIDAD(INDICE-CRITERIO)
                   ' nivel=' CRI-NIVEL-HALLADO(INDICE-CRITERIO)
           END-PERFORM.

       END PROGRAM BUSQUEDA-HABILIDADES.
