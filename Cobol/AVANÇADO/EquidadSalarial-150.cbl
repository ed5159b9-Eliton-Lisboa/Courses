      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de equidad salarial por genero: para los
      *          empleados permanentes activos, por departamento, por
      *          posicion en la banda del departamento y por pais de
      *          trabajo, con el total de la empresa. De cada grupo da
      *          el headcount por genero (EMPLEADOS-GENERO), el sueldo
      *          medio y la mediana de mujeres y hombres, la brecha en
      *          porcentaje y el reparto de mujeres y hombres en los
      *          cuartiles de sueldo del grupo. El sueldo es el mensual
      *          a tiempo completo (el de jornada parcial se lleva a
      *          FTE 100; el que cobra por hora, tarifa x 2080 / 12).
      *          Departamento, banda y empresa van en dolares con la
      *          tasa vigente de tipos_cambio.dat; el pais, en su
      *          moneda. Un grupo con menos de MINIMO-REPORTABLE
      *          mujeres u hombres sale suprimido, para no dejar ver
      *          sueldos de personas identificables. Deja
      *          equidad_salarial.txt y termina con RC 4 si hubo
      *          empleados sin tasa de cambio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIDAD-SALARIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

      *    Maestro de tipos de cambio (TiposCambio-72), como en
      *    ReportePaises-39.
           SELECT OPTIONAL CAMBIOS-ARCHIVO
           ASSIGN TO 'tipos_cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMBIOS-STATUS.

      *    Bandas salariales por departamento (BandasSalario-24).
           SELECT OPTIONAL BANDAS-ARCHIVO
           ASSIGN TO 'bandas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANDAS-STATUS.

      *    Sitios de trabajo (SitiosMaster-81), por el pais del sitio.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT ORDENADO-TRABAJO
           ASSIGN TO 'equidad_sortwk'.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'equidad_salarial.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
      *    chequeo matinal de la cadena nocturna.
           SELECT OPTIONAL RUN-LOG-ARCHIVO
           ASSIGN TO 'operaciones_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  CAMBIOS-ARCHIVO.
           01  CAMBIOS-REGISTRO.
               05  TCB-MONEDA PIC X(3).
               05  TCB-FECHA PIC 9(8).
               05  TCB-TASA PIC 9(5)V9(6).

       FD  BANDAS-ARCHIVO.
           01  BANDAS-REGISTRO.
               05  BANDAS-DEPARTAMENTO PIC X(4).
               05  BANDAS-MINIMO PIC 9(7)V99.
               05  BANDAS-MAXIMO PIC 9(7)V99.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

      *    Una linea por empleado y por seccion del reporte:
      *    1 = departamento, 2 = banda, 3 = pais, 4 = empresa.
       SD  ORDENADO-TRABAJO.
           01  ORD-REGISTRO.
               05  ORD-SECCION PIC 9.
               05  ORD-GRUPO PIC X(10).
               05  ORD-SALARIO PIC 9(9)V99.
               05  ORD-GENERO PIC X.

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(110).

       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
               05  RUN-PROGRAMA PIC X(20).
               05  RUN-INICIO PIC 9(14).
               05  RUN-FIN PIC 9(14).
               05  RUN-LEIDOS PIC 9(6).
               05  RUN-ESCRITOS PIC 9(6).
               05  RUN-RECHAZADOS PIC 9(6).
               05  RUN-ESTADO PIC X(4).

       WORKING-STORAGE SECTION.
           01  RUN-LOG-STATUS PIC XX.
           01  RUN-INICIO-TS PIC 9(14).
           01  EMPLEADOS-STATUS PIC XX.
           01  CAMBIOS-STATUS PIC XX.
           01  BANDAS-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-EMPLEADOS PIC X VALUE 'N'.
           01  FIN-CAMBIOS PIC X.
           01  FIN-BANDAS PIC X.
           01  FIN-SITIOS PIC X.
           01  FIN-ORDENADO PIC X VALUE 'N'.

           01  FECHA-HOY PIC 9(8).

      *    Menos de esta cantidad de mujeres o de hombres en un grupo
      *    y sus sueldos no se publican.
           01  MINIMO-REPORTABLE PIC 9(3) VALUE 5.
           01  HORAS-ANO-ESTANDAR PIC 9(4) VALUE 2080.

           01  TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
           01  TOTAL-GRUPOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SUPRIMIDOS PIC 9(6) VALUE ZERO.

           01  PAIS-TRABAJO PIC X(2).
           01  SALARIO-MENSUAL PIC 9(9)V99.
           01  SALARIO-USD PIC 9(9)V99.
           01  COMPA-RATIO PIC 9(3)V99.
           01  GRUPO-BANDA PIC X(10).

      *    Un renglon por pais soportado (la misma lista que el
      *    88-level PAIS-VALIDO en Archivo-logico.cbl) mas un balde
      *    para codigos fuera de la tabla.
           01  TABLA-PAISES-VALORES.
               05  FILLER PIC X(2) VALUE 'US'.
               05  FILLER PIC X(2) VALUE 'ES'.
               05  FILLER PIC X(2) VALUE 'MX'.
               05  FILLER PIC X(2) VALUE 'AR'.
               05  FILLER PIC X(2) VALUE 'BR'.
               05  FILLER PIC X(2) VALUE 'CO'.
               05  FILLER PIC X(2) VALUE 'CL'.
               05  FILLER PIC X(2) VALUE 'PE'.
               05  FILLER PIC X(2) VALUE '??'.
           01  TABLA-PAISES-R REDEFINES TABLA-PAISES-VALORES.
               05  PAIS-CODIGO-TAB PIC X(2) OCCURS 9 TIMES.
           01  INDICE-PAIS PIC 99.

      *    Moneda local de cada pais de la tabla (mismo orden que
      *    TABLA-PAISES-VALORES; el balde '??' se trata como USD).
           01  TABLA-MONEDAS-VALORES.
               05  FILLER PIC X(3) VALUE 'USD'.
               05  FILLER PIC X(3) VALUE 'EUR'.
               05  FILLER PIC X(3) VALUE 'MXN'.
               05  FILLER PIC X(3) VALUE 'ARS'.
               05  FILLER PIC X(3) VALUE 'BRL'.
               05  FILLER PIC X(3) VALUE 'COP'.
               05  FILLER PIC X(3) VALUE 'CLP'.
               05  FILLER PIC X(3) VALUE 'PEN'.
               05  FILLER PIC X(3) VALUE 'USD'.
           01  TABLA-MONEDAS-R REDEFINES TABLA-MONEDAS-VALORES.
               05  PAIS-MONEDA-TAB PIC X(3) OCCURS 9 TIMES.

      *    Tasa vigente de cada moneda, resuelta una sola vez al
      *    arrancar (mismo orden que TABLA-PAISES-VALORES).
           01  TABLA-TASAS.
               05  TASA-ENTRADA OCCURS 9 TIMES.
                   10  TTA-HALLADA PIC X.
                   10  TTA-TASA PIC 9(5)V9(6).
           01  TASA-HALLADA PIC X.
           01  MEJOR-TASA PIC 9(5)V9(6).
           01  MEJOR-TASA-FECHA PIC 9(8).

      *    Tabla de sitios en memoria (el archivo es chico).
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).

      *    Punto medio de la banda de cada departamento; la ultima
      *    banda capturada para el depto es la que vale.
           01  MAXIMO-BANDAS PIC 9(3) VALUE 200.
           01  TOTAL-BANDAS PIC 9(3) VALUE ZERO.
           01  INDICE-BANDA PIC 9(3).
           01  BANDA-MEDIO PIC 9(7)V99.
           01  TABLA-BANDAS.
               05  BANDA-ENTRADA OCCURS 200 TIMES.
                   10  TBA-DEPARTAMENTO PIC X(4).
                   10  TBA-MEDIO PIC 9(7)V99.

      *    Sueldos del grupo en curso, en el orden del SORT (de
      *    menor a mayor), para medianas y cuartiles.
           01  MAXIMO-GRUPO PIC 9(5) VALUE 9000.
           01  TOTAL-GRUPO PIC 9(5) VALUE ZERO.
           01  INDICE-GRUPO PIC 9(5).
           01  TABLA-GRUPO.
               05  GRUPO-ENTRADA OCCURS 9000 TIMES.
                   10  TGR-SALARIO PIC 9(9)V99.
                   10  TGR-GENERO PIC X.
           01  PRIMER-GRUPO PIC X VALUE 'S'.
           01  SECCION-ANTERIOR PIC 9.
           01  GRUPO-ANTERIOR PIC X(10).

           01  CANT-MUJERES PIC 9(5).
           01  CANT-HOMBRES PIC 9(5).
           01  CANT-OTROS PIC 9(5).
           01  SUMA-MUJERES PIC 9(13)V99.
           01  SUMA-HOMBRES PIC 9(13)V99.
           01  MEDIA-MUJERES PIC 9(9)V99.
           01  MEDIA-HOMBRES PIC 9(9)V99.
           01  MEDIANA-MUJERES PIC 9(9)V99.
           01  MEDIANA-HOMBRES PIC 9(9)V99.
           01  BRECHA-PORCENTAJE PIC S9(4)V9.
           01  OTROS-EDITADO PIC ZZZZ9.

           01  GENERO-BUSCADO PIC X.
           01  CANTIDAD-BUSCADA PIC 9(5).
           01  MITAD-GRUPO PIC 9(5).
           01  RESTO-GRUPO PIC 9.
           01  POSICION-1 PIC 9(5).
           01  POSICION-2 PIC 9(5).
           01  OCURRENCIA PIC 9(5).
           01  VALOR-1 PIC 9(9)V99.
           01  VALOR-2 PIC 9(9)V99.
           01  MEDIANA-CALCULADA PIC 9(9)V99.

           01  INDICE-CUARTIL PIC 9.
           01  TABLA-CUARTILES.
               05  CUARTIL-ENTRADA OCCURS 4 TIMES.
                   10  CUA-MUJERES PIC 9(5).
                   10  CUA-HOMBRES PIC 9(5).
                   10  CUA-TOTAL PIC 9(5).

           01  LINEA-TITULO.
               05  FILLER PIC X(41)
                   VALUE 'EQUIDAD SALARIAL POR GENERO - AL DIA '.
               05  TIT-FECHA PIC 9(8).

           01  LINEA-SECCION.
               05  SEC-TEXTO PIC X(60).

           01  LINEA-COLUMNAS.
               05  FILLER PIC X(34)
                   VALUE 'GRUPO        MUJER HOMBRE  OTROS  '.
               05  FILLER PIC X(37)
                   VALUE '  MEDIA MUJER  MEDIA HOMBRE  BRECHA%'.
               05  FILLER PIC X(37)
                   VALUE '  MEDIANA MUJ  MEDIANA HOM  BRECHA%'.

           01  LINEA-DETALLE.
               05  DET-GRUPO PIC X(10).
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-MUJERES PIC ZZZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-HOMBRES PIC ZZZZ9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-OTROS PIC X(5).
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-MEDIA-MUJERES PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MEDIA-HOMBRES PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BRECHA-MEDIA PIC -ZZZ9.9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  DET-MEDIANA-MUJERES PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-MEDIANA-HOMBRES PIC ZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  DET-BRECHA-MEDIANA PIC -ZZZ9.9.

           01  LINEA-SUPRIMIDA.
               05  SUP-GRUPO PIC X(10).
               05  FILLER PIC X(2) VALUE SPACES.
               05  SUP-TOTAL PIC ZZZZ9.
               05  FILLER PIC X(40)
                   VALUE ' empleados - suprimido: menos de '.
               05  SUP-MINIMO PIC ZZ9.
               05  FILLER PIC X(20)
                   VALUE ' mujeres u hombres'.

      *    % de mujeres y de hombres en cada cuartil del grupo, del
      *    cuartil de sueldos mas bajos (Q1) al mas alto (Q4).
           01  LINEA-CUARTILES.
               05  FILLER PIC X(12) VALUE SPACES.
               05  FILLER PIC X(22) VALUE '% mujeres/hombres:'.
               05  LCU-CUARTIL OCCURS 4 TIMES.
                   10  LCU-ETIQUETA PIC X(4).
                   10  LCU-MUJERES PIC ZZ9.
                   10  LCU-BARRA PIC X.
                   10  LCU-HOMBRES PIC ZZ9.
                   10  LCU-ESPACIO PIC X(3).

           01  LINEA-TOTAL.
               05  TOT-TEXTO PIC X(50).
               05  TOT-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM CARGAR-SITIOS.
           PERFORM CARGAR-BANDAS.
           PERFORM CARGAR-TASAS.
           PERFORM ABRIR-ARCHIVOS.
           SORT ORDENADO-TRABAJO
               ON ASCENDING KEY ORD-SECCION ORD-GRUPO ORD-SALARIO
               INPUT PROCEDURE IS SOLTAR-EMPLEADOS
               OUTPUT PROCEDURE IS ESCRIBIR-REPORTE.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Empleados permanentes activos: ' TOTAL-LEIDOS.
           DISPLAY 'Grupos: ' TOTAL-GRUPOS ', suprimidos: '
               TOTAL-SUPRIMIDOS.
           IF TOTAL-SIN-TASA > ZERO
               DISPLAY 'Aviso: ' TOTAL-SIN-TASA ' empleados sin tasa '
                   'de cambio; fuera de las secciones en USD.'
           END-IF.
           DISPLAY 'Reporte en equidad_salarial.txt'.
      *    RC 4: las secciones en dolares quedaron incompletas.
           IF TOTAL-SIN-TASA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

       CARGAR-SITIOS.
           MOVE ZERO TO TOTAL-SITIOS.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               CLOSE SITIOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-SITIOS
               PERFORM UNTIL FIN-SITIOS = 'S'
                   READ SITIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-SITIOS
                       NOT AT END
                           IF TOTAL-SITIOS < MAXIMO-SITIOS
                               ADD 1 TO TOTAL-SITIOS
                               MOVE SIT-CODIGO
                                   TO TSI-CODIGO(TOTAL-SITIOS)
                               MOVE SIT-PAIS
                                   TO TSI-PAIS(TOTAL-SITIOS)
                           ELSE
                               DISPLAY 'Aviso: mas de ' MAXIMO-SITIOS
                                   ' sitios; se ignora ' SIT-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

       CARGAR-BANDAS.
           MOVE ZERO TO TOTAL-BANDAS.
           OPEN INPUT BANDAS-ARCHIVO.
           IF BANDAS-STATUS = '05' OR BANDAS-STATUS = '35'
               CLOSE BANDAS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-BANDAS
               PERFORM UNTIL FIN-BANDAS = 'S'
                   READ BANDAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-BANDAS
                       NOT AT END
                           PERFORM GUARDAR-BANDA
                   END-READ
               END-PERFORM
               CLOSE BANDAS-ARCHIVO
           END-IF.

       GUARDAR-BANDA.
           COMPUTE BANDA-MEDIO ROUNDED =
               (BANDAS-MINIMO + BANDAS-MAXIMO) / 2.
           PERFORM VARYING INDICE-BANDA FROM 1 BY 1
                   UNTIL INDICE-BANDA > TOTAL-BANDAS OR
                   TBA-DEPARTAMENTO(INDICE-BANDA) =
                       BANDAS-DEPARTAMENTO
               CONTINUE
           END-PERFORM.
           IF INDICE-BANDA > TOTAL-BANDAS
               IF TOTAL-BANDAS < MAXIMO-BANDAS
                   ADD 1 TO TOTAL-BANDAS
                   MOVE BANDAS-DEPARTAMENTO
                       TO TBA-DEPARTAMENTO(TOTAL-BANDAS)
                   MOVE BANDA-MEDIO TO TBA-MEDIO(TOTAL-BANDAS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-BANDAS
                       ' bandas; se ignora ' BANDAS-DEPARTAMENTO
               END-IF
           ELSE
               MOVE BANDA-MEDIO TO TBA-MEDIO(INDICE-BANDA)
           END-IF.

       CARGAR-TASAS.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 9
               PERFORM BUSCAR-TASA-VIGENTE
               MOVE TASA-HALLADA TO TTA-HALLADA(INDICE-PAIS)
               MOVE MEJOR-TASA TO TTA-TASA(INDICE-PAIS)
           END-PERFORM.

      *    Tasa vigente = la de fecha mas reciente que no pase de la
      *    fecha del reporte (mismo criterio que ReportePaises-39).
      *    El USD convierte 1 a 1 aunque no este capturado.
       BUSCAR-TASA-VIGENTE.
           MOVE 'N' TO TASA-HALLADA.
           MOVE ZERO TO MEJOR-TASA.
           MOVE ZERO TO MEJOR-TASA-FECHA.
           IF PAIS-MONEDA-TAB(INDICE-PAIS) = 'USD'
               MOVE 'S' TO TASA-HALLADA
               MOVE 1 TO MEJOR-TASA
               MOVE FECHA-HOY TO MEJOR-TASA-FECHA
           END-IF.
           OPEN INPUT CAMBIOS-ARCHIVO.
           IF CAMBIOS-STATUS = '05' OR CAMBIOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-CAMBIOS
               PERFORM UNTIL FIN-CAMBIOS = 'S'
                   READ CAMBIOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-CAMBIOS
                       NOT AT END
                           IF TCB-MONEDA =
                                   PAIS-MONEDA-TAB(INDICE-PAIS) AND
                                   TCB-FECHA <= FECHA-HOY AND
                                   TCB-FECHA >= MEJOR-TASA-FECHA AND
                                   TCB-TASA NOT = ZERO
                               MOVE 'S' TO TASA-HALLADA
                               MOVE TCB-TASA TO MEJOR-TASA
                               MOVE TCB-FECHA TO MEJOR-TASA-FECHA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CAMBIOS-ARCHIVO.

       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE-ARCHIVO. STATUS ='
                   REPORTE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FECHA-HOY TO TIT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING 'Sueldo mensual a tiempo completo; por hora = '
               'tarifa x 2080 / 12. Brecha = (hombres - mujeres) / '
               'hombres.' DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING 'Grupos con menos de ' MINIMO-REPORTABLE
               ' mujeres u hombres: suprimidos. OTROS = otro, no '
               'binario, no declarado o en blanco.'
               DELIMITED BY SIZE INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.

      *----------------------------------------------------------------
      *    Entrada del SORT: cada permanente activo entra una vez por
      *    seccion. Sin tasa de cambio solo entra en la de pais.
      *----------------------------------------------------------------
       SOLTAR-EMPLEADOS.
           MOVE ZERO TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-EMPLEADOS
           END-START.
           PERFORM UNTIL FIN-EMPLEADOS = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-EMPLEADOS
                   NOT AT END
                       IF NOT STATUS-INATIVO AND
                               EMPLEADOS-TIPO NOT = 'C'
                           ADD 1 TO TOTAL-LEIDOS
                           PERFORM SOLTAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.

       SOLTAR-EMPLEADO.
           PERFORM CALCULAR-SALARIO-MENSUAL.
           PERFORM DETERMINAR-PAIS-TRABAJO.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 8 OR
                   PAIS-CODIGO-TAB(INDICE-PAIS) = PAIS-TRABAJO
               CONTINUE
           END-PERFORM.
           IF INDICE-PAIS > 8
               MOVE 9 TO INDICE-PAIS
           END-IF.
           MOVE FUNCTION UPPER-CASE(EMPLEADOS-GENERO) TO ORD-GENERO.
           MOVE 3 TO ORD-SECCION.
           MOVE SPACES TO ORD-GRUPO.
           STRING PAIS-CODIGO-TAB(INDICE-PAIS) ' ('
               PAIS-MONEDA-TAB(INDICE-PAIS) ')'
               DELIMITED BY SIZE INTO ORD-GRUPO.
           MOVE SALARIO-MENSUAL TO ORD-SALARIO.
           RELEASE ORD-REGISTRO.
           IF TTA-HALLADA(INDICE-PAIS) = 'S'
               COMPUTE SALARIO-USD ROUNDED =
                   SALARIO-MENSUAL / TTA-TASA(INDICE-PAIS)
               MOVE SALARIO-USD TO ORD-SALARIO
               MOVE 1 TO ORD-SECCION
               MOVE EMPLEADOS-DEPARTAMENTO TO ORD-GRUPO
               RELEASE ORD-REGISTRO
               PERFORM DETERMINAR-GRUPO-BANDA
               MOVE 2 TO ORD-SECCION
               MOVE GRUPO-BANDA TO ORD-GRUPO
               RELEASE ORD-REGISTRO
               MOVE 4 TO ORD-SECCION
               MOVE 'EMPRESA' TO ORD-GRUPO
               RELEASE ORD-REGISTRO
           ELSE
               ADD 1 TO TOTAL-SIN-TASA
           END-IF.

      *    Sueldo comparable: mensual a tiempo completo. El de jornada
      *    parcial se lleva a FTE 100; el que cobra por hora se pasa
      *    a mes con la jornada estandar anual.
       CALCULAR-SALARIO-MENSUAL.
           IF EMPLEADOS-BASE-PAGO = 'H'
               COMPUTE SALARIO-MENSUAL ROUNDED =
                   EMPLEADOS-TARIFA-HORA * HORAS-ANO-ESTANDAR / 12
           ELSE
               IF EMPLEADOS-FTE IS NOT NUMERIC OR
                       EMPLEADOS-FTE = ZERO
                   MOVE EMPLEADOS-SALARIO TO SALARIO-MENSUAL
               ELSE
                   COMPUTE SALARIO-MENSUAL ROUNDED =
                       EMPLEADOS-SALARIO * 100 / EMPLEADOS-FTE
               END-IF
           END-IF.

      *    Mismo criterio que DETERMINAR-PAIS-TRABAJO en
      *    RegistrosIndexados-05.
       DETERMINAR-PAIS-TRABAJO.
           MOVE DIR-CODIGO-PAIS TO PAIS-TRABAJO.
           IF EMPLEADOS-SITIO NOT = SPACES
               PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                       UNTIL INDICE-SITIO > TOTAL-SITIOS
                   IF TSI-CODIGO(INDICE-SITIO) = EMPLEADOS-SITIO AND
                           TSI-PAIS(INDICE-SITIO) NOT = SPACES
                       MOVE TSI-PAIS(INDICE-SITIO) TO PAIS-TRABAJO
                   END-IF
               END-PERFORM
           END-IF.

      *    Posicion en la banda del departamento por compa-ratio, con
      *    los cortes de la matriz de merito de RevisionSalarial-26
      *    (bajo 0.95, de 0.95 a 1.05, sobre 1.05). La banda esta en
      *    moneda local, asi que se compara el sueldo local.
       DETERMINAR-GRUPO-BANDA.
           MOVE 'SIN BANDA' TO GRUPO-BANDA.
           PERFORM VARYING INDICE-BANDA FROM 1 BY 1
                   UNTIL INDICE-BANDA > TOTAL-BANDAS OR
                   TBA-DEPARTAMENTO(INDICE-BANDA) =
                       EMPLEADOS-DEPARTAMENTO
               CONTINUE
           END-PERFORM.
           IF INDICE-BANDA NOT > TOTAL-BANDAS AND
                   TBA-MEDIO(INDICE-BANDA) > ZERO
               COMPUTE COMPA-RATIO ROUNDED =
                   SALARIO-MENSUAL / TBA-MEDIO(INDICE-BANDA)
               EVALUATE TRUE
                   WHEN COMPA-RATIO < 0.95
                       MOVE '1-BAJO' TO GRUPO-BANDA
                   WHEN COMPA-RATIO > 1.05
                       MOVE '3-ALTO' TO GRUPO-BANDA
                   WHEN OTHER
                       MOVE '2-MEDIO' TO GRUPO-BANDA
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *    Salida del SORT: corte por seccion y grupo. Los sueldos del
      *    grupo se juntan en TABLA-GRUPO, ya ordenados de menor a
      *    mayor, y se resumen al cambiar de grupo.
      *----------------------------------------------------------------
       ESCRIBIR-REPORTE.
           PERFORM UNTIL FIN-ORDENADO = 'S'
               RETURN ORDENADO-TRABAJO
                   AT END
                       MOVE 'S' TO FIN-ORDENADO
                   NOT AT END
                       PERFORM JUNTAR-EN-GRUPO
               END-RETURN
           END-PERFORM.
           IF PRIMER-GRUPO = 'N'
               PERFORM CERRAR-GRUPO
           END-IF.

       JUNTAR-EN-GRUPO.
           IF PRIMER-GRUPO = 'S' OR
                   ORD-SECCION NOT = SECCION-ANTERIOR OR
                   ORD-GRUPO NOT = GRUPO-ANTERIOR
               IF PRIMER-GRUPO = 'N'
                   PERFORM CERRAR-GRUPO
               END-IF
               IF PRIMER-GRUPO = 'S' OR
                       ORD-SECCION NOT = SECCION-ANTERIOR
                   PERFORM ESCRIBIR-SECCION
               END-IF
               MOVE 'N' TO PRIMER-GRUPO
               MOVE ORD-SECCION TO SECCION-ANTERIOR
               MOVE ORD-GRUPO TO GRUPO-ANTERIOR
               MOVE ZERO TO TOTAL-GRUPO
           END-IF.
           IF TOTAL-GRUPO < MAXIMO-GRUPO
               ADD 1 TO TOTAL-GRUPO
               MOVE ORD-SALARIO TO TGR-SALARIO(TOTAL-GRUPO)
               MOVE ORD-GENERO TO TGR-GENERO(TOTAL-GRUPO)
           ELSE
               DISPLAY 'Aviso: grupo ' ORD-GRUPO ' con mas de '
                   MAXIMO-GRUPO ' empleados; se ignora el resto.'
           END-IF.

       ESCRIBIR-SECCION.
           EVALUATE ORD-SECCION
               WHEN 1
                   MOVE 'POR DEPARTAMENTO (USD)' TO SEC-TEXTO
               WHEN 2
                   MOVE 'POR POSICION EN LA BANDA DEL DEPTO (USD)'
                       TO SEC-TEXTO
               WHEN 3
                   MOVE 'POR PAIS DE TRABAJO (MONEDA LOCAL)'
                       TO SEC-TEXTO
               WHEN OTHER
                   MOVE 'TOTAL EMPRESA (USD)' TO SEC-TEXTO
           END-EVALUATE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE LINEA-SECCION TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF ORD-SECCION = 2
               MOVE SPACES TO LINEA-REPORTE
               STRING 'Compa-ratio contra el medio de la banda: '
                   '1-BAJO < 0.95, 2-MEDIO 0.95 a 1.05, '
                   '3-ALTO > 1.05' DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE LINEA-COLUMNAS TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CERRAR-GRUPO.
           ADD 1 TO TOTAL-GRUPOS.
           MOVE ZERO TO CANT-MUJERES CANT-HOMBRES CANT-OTROS
               SUMA-MUJERES SUMA-HOMBRES.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPO
               EVALUATE TGR-GENERO(INDICE-GRUPO)
                   WHEN 'F'
                       ADD 1 TO CANT-MUJERES
                       ADD TGR-SALARIO(INDICE-GRUPO) TO SUMA-MUJERES
                   WHEN 'M'
                       ADD 1 TO CANT-HOMBRES
                       ADD TGR-SALARIO(INDICE-GRUPO) TO SUMA-HOMBRES
                   WHEN OTHER
                       ADD 1 TO CANT-OTROS
               END-EVALUATE
           END-PERFORM.
           IF CANT-MUJERES < MINIMO-REPORTABLE OR
                   CANT-HOMBRES < MINIMO-REPORTABLE
               PERFORM ESCRIBIR-SUPRIMIDO
           ELSE
               PERFORM ESCRIBIR-GRUPO
           END-IF.

      *    Ni el desglose por genero sale: con un grupo chico, el
      *    headcount de un genero ya dice de quien es cada sueldo.
       ESCRIBIR-SUPRIMIDO.
           ADD 1 TO TOTAL-SUPRIMIDOS.
           MOVE GRUPO-ANTERIOR TO SUP-GRUPO.
           MOVE TOTAL-GRUPO TO SUP-TOTAL.
           MOVE MINIMO-REPORTABLE TO SUP-MINIMO.
           MOVE LINEA-SUPRIMIDA TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-GRUPO.
           MOVE GRUPO-ANTERIOR TO DET-GRUPO.
           MOVE CANT-MUJERES TO DET-MUJERES.
           MOVE CANT-HOMBRES TO DET-HOMBRES.
      *    Los otros generos tambien se ocultan si son pocos.
           IF CANT-OTROS = ZERO OR CANT-OTROS >= MINIMO-REPORTABLE
               MOVE CANT-OTROS TO OTROS-EDITADO
               MOVE OTROS-EDITADO TO DET-OTROS
           ELSE
               MOVE 'pocos' TO DET-OTROS
           END-IF.
           COMPUTE MEDIA-MUJERES ROUNDED = SUMA-MUJERES / CANT-MUJERES.
           COMPUTE MEDIA-HOMBRES ROUNDED = SUMA-HOMBRES / CANT-HOMBRES.
           MOVE MEDIA-MUJERES TO DET-MEDIA-MUJERES.
           MOVE MEDIA-HOMBRES TO DET-MEDIA-HOMBRES.
           MOVE ZERO TO BRECHA-PORCENTAJE.
           IF MEDIA-HOMBRES > ZERO
               COMPUTE BRECHA-PORCENTAJE ROUNDED =
                   (MEDIA-HOMBRES - MEDIA-MUJERES) * 100 /
                   MEDIA-HOMBRES
           END-IF.
           MOVE BRECHA-PORCENTAJE TO DET-BRECHA-MEDIA.
           MOVE 'F' TO GENERO-BUSCADO.
           MOVE CANT-MUJERES TO CANTIDAD-BUSCADA.
           PERFORM CALCULAR-MEDIANA.
           MOVE MEDIANA-CALCULADA TO MEDIANA-MUJERES.
           MOVE 'M' TO GENERO-BUSCADO.
           MOVE CANT-HOMBRES TO CANTIDAD-BUSCADA.
           PERFORM CALCULAR-MEDIANA.
           MOVE MEDIANA-CALCULADA TO MEDIANA-HOMBRES.
           MOVE MEDIANA-MUJERES TO DET-MEDIANA-MUJERES.
           MOVE MEDIANA-HOMBRES TO DET-MEDIANA-HOMBRES.
           MOVE ZERO TO BRECHA-PORCENTAJE.
           IF MEDIANA-HOMBRES > ZERO
               COMPUTE BRECHA-PORCENTAJE ROUNDED =
                   (MEDIANA-HOMBRES - MEDIANA-MUJERES) * 100 /
                   MEDIANA-HOMBRES
           END-IF.
           MOVE BRECHA-PORCENTAJE TO DET-BRECHA-MEDIANA.
           MOVE LINEA-DETALLE TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM ESCRIBIR-CUARTILES.

      *    La tabla viene de menor a mayor sueldo, asi que la posicion
      *    entre los del mismo genero es su orden. Con cantidad par,
      *    la mediana es el promedio de los dos del centro.
       CALCULAR-MEDIANA.
           DIVIDE CANTIDAD-BUSCADA BY 2 GIVING MITAD-GRUPO
               REMAINDER RESTO-GRUPO.
           IF RESTO-GRUPO = ZERO
               MOVE MITAD-GRUPO TO POSICION-1
               COMPUTE POSICION-2 = MITAD-GRUPO + 1
           ELSE
               COMPUTE POSICION-1 = MITAD-GRUPO + 1
               MOVE POSICION-1 TO POSICION-2
           END-IF.
           MOVE ZERO TO OCURRENCIA VALOR-1 VALOR-2.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPO OR
                   OCURRENCIA >= POSICION-2
               IF TGR-GENERO(INDICE-GRUPO) = GENERO-BUSCADO
                   ADD 1 TO OCURRENCIA
                   IF OCURRENCIA = POSICION-1
                       MOVE TGR-SALARIO(INDICE-GRUPO) TO VALOR-1
                   END-IF
                   IF OCURRENCIA = POSICION-2
                       MOVE TGR-SALARIO(INDICE-GRUPO) TO VALOR-2
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE MEDIANA-CALCULADA ROUNDED = (VALOR-1 + VALOR-2) / 2.

      *    Cuartiles del grupo completo (todos los generos), por
      *    posicion en el orden de sueldos: el primer cuarto de la
      *    lista es Q1. Cada cuartil muestra que % son mujeres y que
      *    % hombres.
       ESCRIBIR-CUARTILES.
           INITIALIZE TABLA-CUARTILES.
           PERFORM VARYING INDICE-GRUPO FROM 1 BY 1
                   UNTIL INDICE-GRUPO > TOTAL-GRUPO
               COMPUTE INDICE-CUARTIL =
                   (INDICE-GRUPO - 1) * 4 / TOTAL-GRUPO + 1
               ADD 1 TO CUA-TOTAL(INDICE-CUARTIL)
               EVALUATE TGR-GENERO(INDICE-GRUPO)
                   WHEN 'F'
                       ADD 1 TO CUA-MUJERES(INDICE-CUARTIL)
                   WHEN 'M'
                       ADD 1 TO CUA-HOMBRES(INDICE-CUARTIL)
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING INDICE-CUARTIL FROM 1 BY 1
                   UNTIL INDICE-CUARTIL > 4
               MOVE SPACES TO LCU-ETIQUETA(INDICE-CUARTIL)
               STRING 'Q' INDICE-CUARTIL ' ' DELIMITED BY SIZE
                   INTO LCU-ETIQUETA(INDICE-CUARTIL)
               MOVE '/' TO LCU-BARRA(INDICE-CUARTIL)
               MOVE SPACES TO LCU-ESPACIO(INDICE-CUARTIL)
               MOVE ZERO TO LCU-MUJERES(INDICE-CUARTIL)
                   LCU-HOMBRES(INDICE-CUARTIL)
               IF CUA-TOTAL(INDICE-CUARTIL) > ZERO
                   COMPUTE LCU-MUJERES(INDICE-CUARTIL) ROUNDED =
                       CUA-MUJERES(INDICE-CUARTIL) * 100 /
                       CUA-TOTAL(INDICE-CUARTIL)
                   COMPUTE LCU-HOMBRES(INDICE-CUARTIL) ROUNDED =
                       CUA-HOMBRES(INDICE-CUARTIL) * 100 /
                       CUA-TOTAL(INDICE-CUARTIL)
               END-IF
           END-PERFORM.
           MOVE LINEA-CUARTILES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Empleados permanentes activos' TO TOT-TEXTO.
           MOVE TOTAL-LEIDOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Sin tasa de cambio (solo en la seccion por pais)'
               TO TOT-TEXTO.
           MOVE TOTAL-SIN-TASA TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Grupos informados' TO TOT-TEXTO.
           MOVE TOTAL-GRUPOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 'Grupos suprimidos por tamano' TO TOT-TEXTO.
           MOVE TOTAL-SUPRIMIDOS TO TOT-CANTIDAD.
           MOVE LINEA-TOTAL TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'EQUIDAD-SALARIAL' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-LEIDOS TO RUN-LEIDOS
               MOVE TOTAL-GRUPOS TO RUN-ESCRITOS
               MOVE TOTAL-SIN-TASA TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
                   MOVE 'OK' TO RUN-ESTADO
               END-IF
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM EQUIDAD-SALARIAL.
