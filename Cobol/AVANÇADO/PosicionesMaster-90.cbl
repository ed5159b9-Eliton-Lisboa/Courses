      *          vacantes lista las plazas autorizadas sin ocupar
      *          para que reclutamiento trabaje sobre el - los
      *          excesos de headcount dejan de descubrirse meses
      *          despues en la variacion. La ocupacion se lleva en
      *          FTE: un empleado de media jornada ocupa media plaza.
      *          Cada posicion puede listar las habilidades que exige
      *          (posicion_habilidades.dat, codigos del catalogo de
      *          HabilidadesMaster-139, con nivel minimo); el reporte
      *          de brechas de habilidades cruza a cada titular
      *          (empleado_posicion.dat) con sus habilidades evaluadas
      *          (empleado_habilidades.dat) y anota lo que le falta o
      *          lo que tiene por debajo del nivel.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL POSICIONES-ARCHIVO
           ASSIGN TO 'posiciones.dat'
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Habilidades requeridas por posicion (clave posicion +
      *    habilidad) y su cruce con los titulares.
           SELECT OPTIONAL POS-HAB-ARCHIVO
           ASSIGN TO 'posicion_habilidades.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PHB-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS POS-HAB-STATUS.

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

           SELECT OPTIONAL EMP-POS-ARCHIVO
           ASSIGN TO 'empleado_posicion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EPO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMP-POS-STATUS.

           SELECT BRECHAS-ARCHIVO
           ASSIGN TO 'brechas_habilidades.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRECHAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  POSICIONES-ARCHIVO.
           01  POSICIONES-REGISTRO.
               05  POS-ID PIC X(8).
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
      *            Plazas ocupadas en FTE: cada empleado ocupa la
      *            fraccion de su jornada (EMPLEADOS-FTE / 100), asi
      *            dos medias jornadas llenan una plaza.
               05  POS-ESTADO PIC X.
      *            'A' = abierta (acepta altas), 'C' = cerrada
                   88  POSICION-ABIERTA VALUE 'A'.
                   88  POSICION-CERRADA VALUE 'C'.
               05  POS-CRITICA PIC X.
      *            'S' = posicion critica (entra al plan de sucesion,
      *            PlanSucesion-141); cualquier otro valor = no.
                   88  POSICION-CRITICA VALUE 'S'.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).

       FD  POS-HAB-ARCHIVO.
           01  POS-HAB-REGISTRO.
               05  PHB-CLAVE.
                   10  PHB-POSICION PIC X(8).
                   10  PHB-HABILIDAD PIC X(6).
               05  PHB-NIVEL-MINIMO PIC 9.
      *            Nivel de dominio exigido (1 = basico ... 5 =
      *            experto), misma escala que empleado_habilidades.dat.

       FD  HABILIDADES-ARCHIVO.
           01  HABILIDADES-REGISTRO.
               05  HAB-CODIGO PIC X(6).
               05  HAB-DESCRIPCION PIC X(30).
               05  HAB-TIPO PIC X.
               05  HAB-ESTADO PIC X.
                   88  HABILIDAD-RETIRADA VALUE 'R'.

       FD  EMP-HAB-ARCHIVO.
           01  EMP-HAB-REGISTRO.
               05  EHB-CLAVE.
                   10  EHB-EMPLEADOS-ID PIC 9(6).
                   10  EHB-HABILIDAD PIC X(6).
               05  EHB-NIVEL PIC 9.
               05  EHB-FECHA-EVALUACION PIC 9(8).

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

       FD  BRECHAS-ARCHIVO.
           01  LINEA-BRECHAS PIC X(90).

       WORKING-STORAGE SECTION.
           01  POSICION-TXT PIC X(30)
               VALUE 'ID de la posicion (8 car): '.
               VALUE 'Titulo del puesto: '.
           01  AUTORIZADAS-TXT PIC X(34)
               VALUE 'Plazas autorizadas (3 dig): '.
           01  HABILIDAD-TXT PIC X(30)
               VALUE 'Codigo de habilidad (6 car): '.
           01  NIVEL-TXT PIC X(44)
               VALUE 'Nivel minimo (1=basico a 5=experto): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  ENTRADA-NUMERICA PIC X(3).
           01  CAMPO-VALIDO PIC X.
           01  POSICION-BUSCADA PIC X(8).
           01  VACANTES-POSICION PIC S9(3)V99.
           01  TOTAL-VACANTES PIC 9(5)V99.
           01  TOTAL-VACANTES-ED PIC ZZZZ9.99.
           01  OCUPADAS-ED PIC ZZ9.99.

      *    Habilidades requeridas y reporte de brechas.
           01  EMPLEADOS-STATUS PIC XX.
           01  POS-HAB-STATUS PIC XX.
           01  HABILIDADES-STATUS PIC XX.
           01  EMP-HAB-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  BRECHAS-STATUS PIC XX.
           01  FIN-POS-HAB PIC X.
           01  FIN-EMP-POS PIC X.
           01  HABILIDAD-ENTRADA PIC X(6).
           01  NIVEL-ENTRADA PIC X.
           01  REQUISITO-EXISTE PIC X.
           01  TITULARES-POSICION PIC 9(5).
           01  TITULARES-CON-BRECHA PIC 9(5).
           01  BRECHAS-TITULAR PIC 9(3).
           01  TOTAL-BRECHAS PIC 9(5).

      *    Requisitos de la posicion en proceso (tabla chica, mismo
      *    criterio de limite que las demas tablas del sistema).
           01  MAXIMO-REQUISITOS PIC 9(3) VALUE 30.
           01  TOTAL-REQUISITOS PIC 9(3).
           01  INDICE-REQUISITO PIC 9(3).
           01  TABLA-REQUISITOS.
               05  REQUISITO-ENTRADA OCCURS 30 TIMES.
                   10  RQH-HABILIDAD PIC X(6).
                   10  RQH-NIVEL-MINIMO PIC 9.

           01  LINEA-BRECHA-HAB.
               05  FILLER PIC X(9) VALUE 'Posicion '.
               05  BRH-POSICION PIC X(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  BRH-EMPLEADOS-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  BRH-NOMBRE PIC X(22).
               05  FILLER PIC X(5) VALUE ' hab='.
               05  BRH-HABILIDAD PIC X(6).
               05  FILLER PIC X(5) VALUE ' req='.
               05  BRH-REQUERIDO PIC 9.
               05  FILLER PIC X(7) VALUE ' tiene='.
               05  BRH-TIENE PIC X(1).
               05  FILLER PIC X(1) VALUE SPACE.
               05  BRH-ESTADO PIC X(12).

           01  LINEA-RESUMEN-HAB.
               05  FILLER PIC X(9) VALUE 'Posicion '.
               05  RSH-POSICION PIC X(8).
               05  FILLER PIC X(12) VALUE ' titulares= '.
               05  RSH-TITULARES PIC ZZZZ9.
               05  FILLER PIC X(14) VALUE ' con brechas= '.
               05  RSH-CON-BRECHA PIC ZZZZ9.

           01  LINEA-VACANTE.
               05  FILLER PIC X(9) VALUE 'Posicion '.
               05  FILLER PIC X(1) VALUE SPACE.
               05  VAC-TITULO PIC X(30).
               05  FILLER PIC X(11) VALUE ' vacantes= '.
               05  VAC-VACANTES PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           DISPLAY '2) Listar posiciones'.
           DISPLAY '3) Cerrar una posicion'.
           DISPLAY '4) Reporte de vacantes autorizadas'.
           DISPLAY '5) Agregar o cambiar una habilidad requerida'.
           DISPLAY '6) Quitar una habilidad requerida'.
           DISPLAY '7) Reporte de brechas de habilidades'.
           DISPLAY '8) Marcar o desmarcar una posicion critica'.
           DISPLAY '9) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '4'
                   PERFORM REPORTE-VACANTES
               WHEN '5'
                   PERFORM AGREGAR-REQUISITO-HAB
               WHEN '6'
                   PERFORM QUITAR-REQUISITO-HAB
               WHEN '7'
                   PERFORM REPORTE-BRECHAS-HAB
               WHEN '8'
                   PERFORM MARCAR-CRITICA
               WHEN '9'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
                   AT END
                       MOVE 'S' TO FIN-POSICIONES
                   NOT AT END
                       MOVE POS-OCUPADAS TO OCUPADAS-ED
                       DISPLAY POS-ID ' ' POS-DEPARTAMENTO ' '
                           POS-TITULO
                           ' aut=' POS-AUTORIZADAS
                           ' ocup=' OCUPADAS-ED
                           ' estado=' POS-ESTADO
                       IF POSICION-CRITICA
                           DISPLAY '    posicion critica'
                       END-IF
                       PERFORM MOSTRAR-REQUISITOS-HAB
               END-READ
           END-PERFORM.

      *    Debajo de cada posicion, las habilidades que exige.
       MOSTRAR-REQUISITOS-HAB.
           PERFORM CARGAR-REQUISITOS-HAB.
           PERFORM VARYING INDICE-REQUISITO FROM 1 BY 1
                   UNTIL INDICE-REQUISITO > TOTAL-REQUISITOS
               DISPLAY '    requiere ' RQH-HABILIDAD(INDICE-REQUISITO)
                   ' nivel>=' RQH-NIVEL-MINIMO(INDICE-REQUISITO)
           END-PERFORM.

       CERRAR-POSICION.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
               END-READ
           END-PERFORM.
           CLOSE REPORTE-ARCHIVO.
           MOVE TOTAL-VACANTES TO TOTAL-VACANTES-ED.
           DISPLAY 'Vacantes autorizadas: ' TOTAL-VACANTES-ED
               ' Detalle en vacantes.txt'.

      *    Alterna la marca de posicion critica; los sucesores se
      *    nombran en PlanSucesion-141.
       MARCAR-CRITICA.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           MOVE POSICION-BUSCADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa posicion.'
               NOT INVALID KEY
                   IF POSICION-CRITICA
                       MOVE 'N' TO POS-CRITICA
                   ELSE
                       MOVE 'S' TO POS-CRITICA
                   END-IF
                   REWRITE POSICIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           IF POSICION-CRITICA
                               DISPLAY 'Posicion ' POS-ID
                                   ' marcada como critica.'
                           ELSE
                               DISPLAY 'Posicion ' POS-ID
                                   ' ya no es critica.'
                           END-IF
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      *    Habilidades requeridas por posicion.
      *----------------------------------------------------------------
       ABRIR-POS-HAB.
           OPEN I-O POS-HAB-ARCHIVO.
           IF POS-HAB-STATUS = '35' OR POS-HAB-STATUS = '05'
               OPEN OUTPUT POS-HAB-ARCHIVO
               CLOSE POS-HAB-ARCHIVO
               OPEN I-O POS-HAB-ARCHIVO
           END-IF.
           IF POS-HAB-STATUS NOT = '00' AND POS-HAB-STATUS NOT = '05'
               DISPLAY 'Error de archivo POS-HAB. STATUS ='
                   POS-HAB-STATUS
               STOP RUN
           END-IF.

      *    La habilidad debe estar activa en el catalogo; sin
      *    catalogo no se puede fijar el requisito.
       AGREGAR-REQUISITO-HAB.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           MOVE POSICION-BUSCADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO CAMPO-VALIDO
                   DISPLAY 'No existe esa posicion.'
               NOT INVALID KEY
                   MOVE 'S' TO CAMPO-VALIDO
           END-READ.
           IF CAMPO-VALIDO = 'S'
               DISPLAY HABILIDAD-TXT
               ACCEPT HABILIDAD-ENTRADA
               MOVE FUNCTION UPPER-CASE(HABILIDAD-ENTRADA)
                   TO HABILIDAD-ENTRADA
               PERFORM VERIFICAR-HABILIDAD-CATALOGO
           END-IF.
           IF CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-NIVEL-MINIMO UNTIL CAMPO-VALIDO = 'S'
               PERFORM ABRIR-POS-HAB
               MOVE POS-ID TO PHB-POSICION
               MOVE HABILIDAD-ENTRADA TO PHB-HABILIDAD
               MOVE 'N' TO REQUISITO-EXISTE
               READ POS-HAB-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO REQUISITO-EXISTE
               END-READ
               MOVE NIVEL-ENTRADA TO PHB-NIVEL-MINIMO
               IF REQUISITO-EXISTE = 'S'
                   REWRITE POS-HAB-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           DISPLAY 'Requisito actualizado.'
                   END-REWRITE
               ELSE
                   WRITE POS-HAB-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar el requisito.'
                       NOT INVALID KEY
                           DISPLAY 'Requisito agregado a la posicion '
                               POS-ID '.'
                   END-WRITE
               END-IF
               CLOSE POS-HAB-ARCHIVO
           END-IF.

       VERIFICAR-HABILIDAD-CATALOGO.
           MOVE 'N' TO CAMPO-VALIDO.
           OPEN INPUT HABILIDADES-ARCHIVO.
           IF HABILIDADES-STATUS NOT = '00'
               DISPLAY 'No hay catalogo de habilidades; darlas de '
                   'alta en HABILIDADES-MASTER.'
           ELSE
               MOVE HABILIDAD-ENTRADA TO HAB-CODIGO
               READ HABILIDADES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'La habilidad no existe en el '
                           'catalogo.'
                   NOT INVALID KEY
                       IF HABILIDAD-RETIRADA
                           DISPLAY 'La habilidad esta retirada del '
                               'catalogo.'
                       ELSE
                           MOVE 'S' TO CAMPO-VALIDO
                       END-IF
               END-READ
           END-IF.
           CLOSE HABILIDADES-ARCHIVO.

       OBTENER-NIVEL-MINIMO.
           DISPLAY NIVEL-TXT.
           ACCEPT NIVEL-ENTRADA.
           IF NIVEL-ENTRADA >= '1' AND NIVEL-ENTRADA <= '5'
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Nivel invalido: introduce un digito de 1 a 5.'
           END-IF.

       QUITAR-REQUISITO-HAB.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-ENTRADA.
           PERFORM ABRIR-POS-HAB.
           MOVE POSICION-BUSCADA TO PHB-POSICION.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-ENTRADA)
               TO PHB-HABILIDAD.
           READ POS-HAB-ARCHIVO
               INVALID KEY
                   DISPLAY 'La posicion no exige esa habilidad.'
               NOT INVALID KEY
                   DELETE POS-HAB-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY 'No se pudo quitar.'
                       NOT INVALID KEY
                           DISPLAY 'Requisito quitado.'
                   END-DELETE
           END-READ.
           CLOSE POS-HAB-ARCHIVO.

      *    Deja en TABLA-REQUISITOS las habilidades que exige la
      *    posicion del registro actual (la clave empieza por ella).
       CARGAR-REQUISITOS-HAB.
           MOVE ZERO TO TOTAL-REQUISITOS.
           OPEN INPUT POS-HAB-ARCHIVO.
           IF POS-HAB-STATUS = '00'
               MOVE POS-ID TO PHB-POSICION
               MOVE LOW-VALUES TO PHB-HABILIDAD
               MOVE 'N' TO FIN-POS-HAB
               START POS-HAB-ARCHIVO KEY IS NOT LESS THAN PHB-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-POS-HAB
               END-START
               PERFORM UNTIL FIN-POS-HAB = 'S'
                   READ POS-HAB-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-POS-HAB
                       NOT AT END
                           IF PHB-POSICION NOT = POS-ID
                               MOVE 'S' TO FIN-POS-HAB
                           ELSE
                               PERFORM GUARDAR-REQUISITO-HAB
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE POS-HAB-ARCHIVO.

       GUARDAR-REQUISITO-HAB.
           IF TOTAL-REQUISITOS < MAXIMO-REQUISITOS
               ADD 1 TO TOTAL-REQUISITOS
               MOVE PHB-HABILIDAD TO RQH-HABILIDAD(TOTAL-REQUISITOS)
               MOVE PHB-NIVEL-MINIMO
                   TO RQH-NIVEL-MINIMO(TOTAL-REQUISITOS)
           ELSE
               DISPLAY 'Aviso: mas de ' MAXIMO-REQUISITOS
                   ' habilidades en la posicion ' POS-ID
                   '; se ignora ' PHB-HABILIDAD
           END-IF.

      *----------------------------------------------------------------
      *    Reporte de brechas: por cada posicion con requisitos, sus
      *    titulares activos y lo que les falta contra cada uno.
      *----------------------------------------------------------------
       REPORTE-BRECHAS-HAB.
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
           OPEN INPUT EMP-POS-ARCHIVO.
           OPEN INPUT EMP-HAB-ARCHIVO.
           OPEN OUTPUT BRECHAS-ARCHIVO.
           IF BRECHAS-STATUS NOT = '00'
               DISPLAY 'Error de archivo BRECHAS-ARCHIVO. STATUS ='
                   BRECHAS-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO TOTAL-BRECHAS.
           MOVE LOW-VALUES TO POS-ID.
           MOVE 'N' TO FIN-POSICIONES.
           START POSICIONES-ARCHIVO KEY IS NOT LESS THAN POS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-POSICIONES
           END-START.
           PERFORM UNTIL FIN-POSICIONES = 'S'
               READ POSICIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-POSICIONES
                   NOT AT END
                       PERFORM CARGAR-REQUISITOS-HAB
                       IF TOTAL-REQUISITOS > ZERO
                           PERFORM REVISAR-TITULARES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRECHAS-ARCHIVO.
           CLOSE EMP-HAB-ARCHIVO.
           CLOSE EMP-POS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.
           DISPLAY 'Brechas de habilidades: ' TOTAL-BRECHAS
               ' Detalle en brechas_habilidades.txt'.

      *    empleado_posicion.dat va por empleado: se recorre completo
      *    buscando a los titulares de la posicion en proceso.
       REVISAR-TITULARES.
           MOVE ZERO TO TITULARES-POSICION TITULARES-CON-BRECHA.
           IF EMP-POS-STATUS = '00'
               MOVE LOW-VALUES TO EPO-EMPLEADOS-ID
               MOVE 'N' TO FIN-EMP-POS
               START EMP-POS-ARCHIVO
                       KEY IS NOT LESS THAN EPO-EMPLEADOS-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-EMP-POS
               END-START
               PERFORM UNTIL FIN-EMP-POS = 'S'
                   READ EMP-POS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-EMP-POS
                       NOT AT END
                           IF EPO-POSICION = POS-ID
                               PERFORM REVISAR-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE POS-ID TO RSH-POSICION.
           MOVE TITULARES-POSICION TO RSH-TITULARES.
           MOVE TITULARES-CON-BRECHA TO RSH-CON-BRECHA.
           MOVE LINEA-RESUMEN-HAB TO LINEA-BRECHAS.
           WRITE LINEA-BRECHAS.

       REVISAR-TITULAR.
           MOVE EPO-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'I' TO EMPLEADOS-ACTIVO
           END-READ.
           IF NOT STATUS-INATIVO
               ADD 1 TO TITULARES-POSICION
               MOVE ZERO TO BRECHAS-TITULAR
               PERFORM VARYING INDICE-REQUISITO FROM 1 BY 1
                       UNTIL INDICE-REQUISITO > TOTAL-REQUISITOS
                   PERFORM COMPARAR-REQUISITO
               END-PERFORM
               IF BRECHAS-TITULAR > ZERO
                   ADD 1 TO TITULARES-CON-BRECHA
               END-IF
           END-IF.

       COMPARAR-REQUISITO.
           MOVE EMPLEADOS-ID TO EHB-EMPLEADOS-ID.
           MOVE RQH-HABILIDAD(INDICE-REQUISITO) TO EHB-HABILIDAD.
           MOVE SPACES TO BRH-ESTADO.
           IF EMP-HAB-STATUS NOT = '00'
               MOVE '-' TO BRH-TIENE
               MOVE 'NO LA TIENE' TO BRH-ESTADO
           ELSE
               READ EMP-HAB-ARCHIVO
                   INVALID KEY
                       MOVE '-' TO BRH-TIENE
                       MOVE 'NO LA TIENE' TO BRH-ESTADO
                   NOT INVALID KEY
                       MOVE EHB-NIVEL TO BRH-TIENE
                       IF EHB-NIVEL <
                               RQH-NIVEL-MINIMO(INDICE-REQUISITO)
                           MOVE 'NIVEL BAJO' TO BRH-ESTADO
                       END-IF
               END-READ
           END-IF.
           IF BRH-ESTADO NOT = SPACES
               ADD 1 TO BRECHAS-TITULAR
               ADD 1 TO TOTAL-BRECHAS
               MOVE POS-ID TO BRH-POSICION
               MOVE EMPLEADOS-ID TO BRH-EMPLEADOS-ID
               MOVE EMPLEADOS-NOMBRE TO BRH-NOMBRE
               MOVE RQH-HABILIDAD(INDICE-REQUISITO) TO BRH-HABILIDAD
               MOVE RQH-NIVEL-MINIMO(INDICE-REQUISITO)
                   TO BRH-REQUERIDO
               MOVE LINEA-BRECHA-HAB TO LINEA-BRECHAS
               WRITE LINEA-BRECHAS
           END-IF.

       END PROGRAM POSICIONES-MASTER.
