      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de incidentes y lesiones de trabajo por
      *          sitio (incidentes.dat), en lugar de la carpeta de
      *          cada edificio. Cada incidente va ligado al empleado y
      *          al sitio de sitios.dat, con fecha, tipo (lesion o
      *          enfermedad), gravedad, parte del cuerpo, dias
      *          perdidos, dias de trabajo restringido y el estado del
      *          seguimiento. Los dias perdidos se graban ademas como
      *          solicitud aprobada del tipo de licencia de accidente
      *          del pais del empleado en solicitudes_vacaciones.dat,
      *          de modo que VACACIONES los postea al saldo del tipo y
      *          RECIBOS-NOMINA los trata como cualquier licencia del
      *          periodo. Reportes: registro anual por sitio en el
      *          formato de la autoridad (incidentes_anual.txt, con
      *          el resumen del sitio al pie) y tasa de incidentes por
      *          200,000 horas trabajadas (incidentes_tasa.txt), con
      *          las horas aprobadas de horas.dat o, sin hojas de
      *          horas, la jornada estandar del personal de sueldo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENTES-TRABAJO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL INCIDENTES-ARCHIVO
           ASSIGN TO 'incidentes.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS INC-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INCIDENTES-STATUS.

      *    Sitios de trabajo (SitiosMaster-81).
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

      *    Solicitudes de licencia de Vacaciones-33 y los tipos por
      *    pais de TiposLicencia-127: los dias perdidos entran ahi
      *    como una licencia mas.
           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'solicitudes_vacaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

           SELECT OPTIONAL TIPOS-LICENCIA-ARCHIVO
           ASSIGN TO 'tipos_licencia.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIPOS-LICENCIA-STATUS.

      *    Feriados por pais (FeriadosMaster-76): los dias perdidos
      *    se cuentan en dias habiles, igual que una solicitud.
           SELECT OPTIONAL FERIADOS-ARCHIVO
           ASSIGN TO 'feriados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FERIADOS-STATUS.

      *    Hojas de horas (HojaHoras-29 / ImportarChecadas-79): horas
      *    trabajadas reales para la tasa de incidentes.
           SELECT OPTIONAL HORAS-ARCHIVO
           ASSIGN TO 'horas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-STATUS.

           SELECT ANUAL-ARCHIVO
           ASSIGN TO 'incidentes_anual.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANUAL-STATUS.

           SELECT TASA-ARCHIVO
           ASSIGN TO 'incidentes_tasa.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TASA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  INCIDENTES-ARCHIVO.
           01  INCIDENTES-REGISTRO.
               05  INC-ID PIC 9(6).
               05  INC-EMPLEADOS-ID PIC 9(6).
               05  INC-SITIO PIC X(4).
               05  INC-FECHA PIC 9(8).
               05  INC-TIPO PIC X.
                   88  INCIDENTE-LESION VALUE 'L'.
                   88  INCIDENTE-ENFERMEDAD VALUE 'E'.
                   88  TIPO-INCIDENTE-VALIDO VALUES 'L' 'E'.
               05  INC-GRAVEDAD PIC X.
      *            'P' = solo primeros auxilios (no se registra ante
      *            la autoridad), 'M' = atencion medica, 'G' = grave,
      *            'F' = fatal.
                   88  SOLO-PRIMEROS-AUXILIOS VALUE 'P'.
                   88  INCIDENTE-FATAL VALUE 'F'.
                   88  GRAVEDAD-VALIDA VALUES 'P' 'M' 'G' 'F'.
               05  INC-PARTE-CUERPO PIC X(15).
               05  INC-DESCRIPCION PIC X(40).
               05  INC-DIAS-PERDIDOS PIC 9(3).
      *            Dias habiles de ausencia, ya grabados como licencia.
               05  INC-DIAS-RESTRINGIDO PIC 9(3).
               05  INC-SEGUIMIENTO PIC X.
                   88  SEGUIMIENTO-ABIERTO VALUE 'A'.
                   88  SEGUIMIENTO-TRATAMIENTO VALUE 'T'.
                   88  SEGUIMIENTO-CERRADO VALUE 'C'.
                   88  SEGUIMIENTO-VALIDO VALUES 'A' 'T' 'C'.
               05  INC-FECHA-CIERRE PIC 9(8).
               05  INC-TIPO-LICENCIA PIC X(4).
               05  INC-ULTIMO-DIA-PERDIDO PIC 9(8).
               05  INC-SOL-ID PIC 9(6).
      *            Ultima solicitud de licencia generada; una
      *            ampliacion de dias perdidos genera otra a partir del
      *            dia siguiente a INC-ULTIMO-DIA-PERDIDO.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
               05  TLI-PORCENTAJE PIC 9(3).
               05  TLI-USA-SALDO PIC X.

       FD  FERIADOS-ARCHIVO.
           01  FERIADOS-REGISTRO.
               05  FER-PAIS PIC X(2).
               05  FER-FECHA PIC 9(8).
               05  FER-DESCRIPCION PIC X(30).

       FD  HORAS-ARCHIVO.
           01  HORAS-REGISTRO.
               05  HORAS-ID PIC 9(6).
               05  HORAS-SEMANA PIC 9(8).
               05  HORAS-CANTIDAD PIC 9(3).
               05  HORAS-ESTADO PIC X.
                   88  HORAS-APROBADAS VALUE 'A' ' '.
               05  HORAS-MOTIVO PIC X(20).

       FD  ANUAL-ARCHIVO.
           01  LINEA-ANUAL PIC X(110).

       FD  TASA-ARCHIVO.
           01  LINEA-TASA PIC X(90).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  INCIDENTE-TXT PIC X(30)
               VALUE 'Numero de incidente: '.
           01  SITIO-TXT PIC X(50)
               VALUE 'Sitio del incidente (ENTER = el del empleado): '.
           01  FECHA-TXT PIC X(34)
               VALUE 'Fecha del incidente (AAAAMMDD): '.
           01  TIPO-INC-TXT PIC X(40)
               VALUE 'Tipo (L=lesion, E=enfermedad): '.
           01  GRAVEDAD-TXT PIC X(70)
               VALUE
               'Gravedad (P=primeros auxilios, M=atencion medica, G=grav
      -        'e, F=fatal): '.
           01  PARTE-TXT PIC X(30)
               VALUE 'Parte del cuerpo afectada: '.
           01  DESCRIPCION-TXT PIC X(40)
               VALUE 'Descripcion breve del incidente: '.
           01  RESTRINGIDO-TXT PIC X(44)
               VALUE 'Dias de trabajo restringido (3 dig): '.
           01  PERDIDOS-TXT PIC X(44)
               VALUE 'Dias perdidos (habiles, 3 dig): '.
           01  AMPLIACION-TXT PIC X(54)
               VALUE 'Dias perdidos adicionales (ENTER = ninguno): '.
           01  LICENCIA-TXT PIC X(60)
               VALUE
               'Tipo de licencia de accidente (ENTER = no registrar): '.
           01  SEGUIMIENTO-TXT PIC X(70)
               VALUE
               'Seguimiento (A=abierto, T=en tratamiento, C=cerrado, ENT
      -        'ER = igual): '.
           01  RESTRINGIDO-TOTAL-TXT PIC X(60)
               VALUE 'Total de dias restringido (ENTER = igual): '.
           01  ANO-TXT PIC X(40)
               VALUE 'Ano del reporte (ENTER = el actual): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  INCIDENTES-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  SOLICITUDES-STATUS PIC XX.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  FERIADOS-STATUS PIC XX.
           01  HORAS-STATUS PIC XX.
           01  ANUAL-STATUS PIC XX.
           01  TASA-STATUS PIC XX.
           01  FIN-INCIDENTES PIC X.
           01  FIN-SITIOS PIC X.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-TIPOS PIC X.
           01  FIN-FERIADOS PIC X.
           01  FIN-HORAS PIC X.
           01  FIN-EMPLEADOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  ID-ENTRADA PIC X(6).
           01  EMPLEADO-VALIDO PIC X.
           01  INCIDENTE-VALIDO PIC X.
           01  CAMPO-VALIDO PIC X.
           01  SITIO-BUSCADO PIC X(4).
           01  FECHA-ENTRADA PIC X(8).
           01  ENTRADA-NUMERICA PIC X(3).
           01  OPCION-ENTRADA PIC X.
           01  SEGUIMIENTO-ANTERIOR PIC X.
           01  INCIDENTE-ID-MAXIMO PIC 9(6).
           01  SOLICITUD-ID-MAXIMO PIC 9(6).
           01  INCIDENTES-LISTADOS PIC 9(4).

      *    Dias perdidos llevados a solicitud de licencia.
           01  PAIS-DEL-EMPLEADO PIC X(2).
           01  GERENTE-DEL-EMPLEADO PIC 9(6).
           01  TIPO-ENTRADA PIC X(4).
           01  TIPO-VALIDO PIC X.
           01  DIAS-A-REGISTRAR PIC 9(3).
           01  DIAS-CONTADOS PIC 9(3).
           01  FECHA-BASE PIC 9(8).
           01  AUSENCIA-GRABADA PIC X.
           01  DIA-EVALUADO PIC 9(8).
           01  DIAS-ABSOLUTOS PIC 9(7).
           01  DIA-SEMANA PIC 9.
           01  ES-FERIADO PIC X.

      *    Validacion real de calendario para las fechas capturadas.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

      *    Sitios cargados una vez al arrancar, con los acumulados
      *    de la tasa de incidentes.
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  SITIO-HALLADO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-NOMBRE PIC X(30).
                   10  TSI-DIRECCION PIC X(40).
                   10  TSI-HORAS PIC 9(9)V99.
                   10  TSI-CASOS PIC 9(5).
                   10  TSI-CASOS-DART PIC 9(5).

      *    Reportes anuales.
           01  ANO-ENTRADA PIC X(4).
           01  ANO-REPORTE PIC 9(4).
           01  FECHA-INICIO-ANO PIC 9(8).
           01  FECHA-FIN-ANO PIC 9(8).
           01  CLASIFICACION PIC X.
           01  CASOS-MUERTE PIC 9(5).
           01  CASOS-DIAS-FUERA PIC 9(5).
           01  CASOS-RESTRINGIDO PIC 9(5).
           01  CASOS-OTROS PIC 9(5).
           01  CASOS-LESION PIC 9(5).
           01  CASOS-ENFERMEDAD PIC 9(5).
           01  SUMA-DIAS-FUERA PIC 9(7).
           01  SUMA-DIAS-RESTRINGIDO PIC 9(7).
           01  TOTAL-CASOS-ANO PIC 9(5).

      *    Horas trabajadas del ano: aprobadas de horas.dat por
      *    empleado; sin hojas de horas, la jornada estandar de 2080
      *    horas al ano prorrateada por FTE y por los dias que estuvo
      *    empleado dentro del ano.
           01  HORAS-ANO-ESTANDAR PIC 9(4) VALUE 2080.
           01  MAXIMO-HORAS-EMP PIC 9(4) VALUE 5000.
           01  TOTAL-HORAS-EMP PIC 9(4) VALUE ZERO.
           01  INDICE-HORAS-EMP PIC 9(4).
           01  HORAS-EMP-HALLADO PIC 9(4).
           01  TABLA-HORAS-EMP.
               05  HORAS-EMP-ENTRADA OCCURS 5000 TIMES.
                   10  HEM-ID PIC 9(6).
                   10  HEM-HORAS PIC 9(7).
           01  HORAS-EMPLEADO PIC 9(7)V99.
           01  FTE-EMPLEADO PIC 9(3).
           01  FECHA-INGRESO PIC 9(8).
           01  FECHA-SALIDA PIC 9(8).
           01  DIAS-EMPLEADO PIC S9(5).
           01  DIAS-DEL-ANO PIC 9(3).
           01  HORAS-SIN-SITIO PIC 9(9)V99.
           01  HORAS-COMPANIA PIC 9(9)V99.
           01  CASOS-COMPANIA PIC 9(5).
           01  CASOS-DART-COMPANIA PIC 9(5).
           01  TASA-CALCULADA PIC 9(5)V99.

           01  LINEA-ANUAL-SITIO.
               05  FILLER PIC X(30)
                   VALUE 'REGISTRO DE LESIONES Y ENFERME'.
               05  FILLER PIC X(20) VALUE 'DADES DEL TRABAJO - '.
               05  LAS-ANO PIC 9(4).
               05  FILLER PIC X(8) VALUE '  SITIO '.
               05  LAS-CODIGO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAS-NOMBRE PIC X(30).

           01  LINEA-ANUAL-DIRECCION.
               05  FILLER PIC X(11) VALUE 'Direccion: '.
               05  LAD-DIRECCION PIC X(40).

           01  LINEA-ANUAL-COLUMNAS.
               05  FILLER PIC X(49) VALUE
                   'CASO   ID     NOMBRE               DEPT FECHA    '.
               05  FILLER PIC X(49) VALUE
                   'PARTE CUERPO    DESCRIPCION                    C'.
               05  FILLER PIC X(10) VALUE 'FUE RES T '.

           01  LINEA-ANUAL-DETALLE.
               05  LAN-CASO PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-DEPTO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-FECHA PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-PARTE PIC X(15).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-DESCRIPCION PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-CLASIFICACION PIC X(1).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-DIAS-FUERA PIC ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-DIAS-RESTRINGIDO PIC ZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAN-TIPO PIC X(1).

           01  LINEA-ANUAL-CASOS.
               05  FILLER PIC X(20) VALUE 'Resumen: muertes= '.
               05  LAC-MUERTE PIC ZZZZ9.
               05  FILLER PIC X(13) VALUE ' dias fuera= '.
               05  LAC-DIAS-FUERA PIC ZZZZ9.
               05  FILLER PIC X(15) VALUE ' restringidos= '.
               05  LAC-RESTRINGIDO PIC ZZZZ9.
               05  FILLER PIC X(9) VALUE ' otros= '.
               05  LAC-OTROS PIC ZZZZ9.

           01  LINEA-ANUAL-DIAS.
               05  FILLER PIC X(29)
                   VALUE '         total dias fuera= '.
               05  LAD-FUERA PIC ZZZZZZ9.
               05  FILLER PIC X(24)
                   VALUE ' total dias restringido='.
               05  LAD-RESTRINGIDO PIC ZZZZZZ9.

           01  LINEA-ANUAL-TIPOS.
               05  FILLER PIC X(20) VALUE '         lesiones= '.
               05  LAT-LESION PIC ZZZZ9.
               05  FILLER PIC X(16) VALUE ' enfermedades= '.
               05  LAT-ENFERMEDAD PIC ZZZZ9.

           01  LINEA-TASA-TITULO.
               05  FILLER PIC X(41)
                   VALUE 'TASA DE INCIDENTES POR 200,000 HORAS - '.
               05  LTT-ANO PIC 9(4).

           01  LINEA-TASA-COLUMNAS.
               05  FILLER PIC X(50) VALUE
                   'SITIO NOMBRE                         HORAS TRABAJ'.
               05  FILLER PIC X(40) VALUE
                   'ADAS  CASOS   TASA  DART  TASA-DART'.

           01  LINEA-TASA-DETALLE.
               05  LTD-CODIGO PIC X(4).
               05  FILLER PIC X(2) VALUE SPACES.
               05  LTD-NOMBRE PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LTD-HORAS PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LTD-CASOS PIC ZZZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LTD-TASA PIC ZZZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LTD-DART PIC ZZZZ9.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LTD-TASA-DART PIC ZZZZ9.99.

           01  LINEA-TASA-SIN-SITIO.
               05  FILLER PIC X(41)
                   VALUE 'Horas de empleados sin sitio (solo total)'.
               05  FILLER PIC X(2) VALUE ': '.
               05  LTS-HORAS PIC ZZZ,ZZZ,ZZ9.99.

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
           PERFORM CARGAR-SITIOS.
           IF TOTAL-SITIOS = ZERO
               DISPLAY 'No hay sitios de trabajo; darlos de alta en '
                   'SITIOS-MASTER.'
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF.
           OPEN I-O INCIDENTES-ARCHIVO.
           IF INCIDENTES-STATUS = '35' OR INCIDENTES-STATUS = '05'
               OPEN OUTPUT INCIDENTES-ARCHIVO
               CLOSE INCIDENTES-ARCHIVO
               OPEN I-O INCIDENTES-ARCHIVO
           END-IF.
           IF INCIDENTES-STATUS NOT = '00' AND
                   INCIDENTES-STATUS NOT = '05'
               DISPLAY 'Error de archivo INCIDENTES. STATUS ='
                   INCIDENTES-STATUS
               STOP RUN
           END-IF.
           OPEN I-O SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '35' OR SOLICITUDES-STATUS = '05'
               OPEN OUTPUT SOLICITUDES-ARCHIVO
               CLOSE SOLICITUDES-ARCHIVO
               OPEN I-O SOLICITUDES-ARCHIVO
           END-IF.
           IF SOLICITUDES-STATUS NOT = '00' AND
                   SOLICITUDES-STATUS NOT = '05'
               DISPLAY 'Error de archivo SOLICITUDES. STATUS ='
                   SOLICITUDES-STATUS
               STOP RUN
           END-IF.
           PERFORM OBTENER-ID-MAXIMO-INCIDENTE.
           PERFORM OBTENER-ID-MAXIMO-SOLICITUD.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE INCIDENTES-ARCHIVO.
           CLOSE SOLICITUDES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Registrar un incidente'.
           DISPLAY '2) Actualizar el seguimiento de un incidente'.
           DISPLAY '3) Listar incidentes de un empleado'.
           DISPLAY '4) Registro anual por sitio'.
           DISPLAY '5) Tasa de incidentes por 200,000 horas'.
           DISPLAY '6) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM REGISTRAR-INCIDENTE
               WHEN '2'
                   PERFORM ACTUALIZAR-SEGUIMIENTO
               WHEN '3'
                   PERFORM LISTAR-INCIDENTES
               WHEN '4'
                   PERFORM REPORTE-ANUAL
               WHEN '5'
                   PERFORM REPORTE-TASA
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *    Sitios de trabajo: tabla chica, cargada una sola vez al
      *    arrancar.
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
                               MOVE SIT-NOMBRE
                                   TO TSI-NOMBRE(TOTAL-SITIOS)
                               MOVE SIT-DIRECCION
                                   TO TSI-DIRECCION(TOTAL-SITIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

      *    Posicion de SITIO-BUSCADO en la tabla (cero si no esta).
       BUSCAR-SITIO.
           MOVE ZERO TO SITIO-HALLADO.
           PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                   UNTIL INDICE-SITIO > TOTAL-SITIOS
                       OR SITIO-HALLADO > ZERO
               IF TSI-CODIGO(INDICE-SITIO) = SITIO-BUSCADO
                   MOVE INDICE-SITIO TO SITIO-HALLADO
               END-IF
           END-PERFORM.

      *    Mismo recorrido completo que OBTENER-ID-MAXIMO-SOLICITUD
      *    en Vacaciones-33.
       OBTENER-ID-MAXIMO-INCIDENTE.
           MOVE ZERO TO INCIDENTE-ID-MAXIMO.
           MOVE LOW-VALUES TO INC-ID.
           MOVE 'N' TO FIN-INCIDENTES.
           START INCIDENTES-ARCHIVO KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE 'S' TO FIN-INCIDENTES
           END-START.
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ INCIDENTES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF INC-ID > INCIDENTE-ID-MAXIMO
                           MOVE INC-ID TO INCIDENTE-ID-MAXIMO
                       END-IF
               END-READ
           END-PERFORM.

       OBTENER-ID-MAXIMO-SOLICITUD.
           MOVE ZERO TO SOLICITUD-ID-MAXIMO.
           MOVE LOW-VALUES TO SOL-ID.
           MOVE 'N' TO FIN-SOLICITUDES.
           START SOLICITUDES-ARCHIVO KEY IS NOT LESS THAN SOL-ID
               INVALID KEY
                   MOVE 'S' TO FIN-SOLICITUDES
           END-START.
           PERFORM UNTIL FIN-SOLICITUDES = 'S'
               READ SOLICITUDES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SOLICITUDES
                   NOT AT END
                       IF SOL-ID > SOLICITUD-ID-MAXIMO
                           MOVE SOL-ID TO SOLICITUD-ID-MAXIMO
                       END-IF
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------
      *    Registro y seguimiento de incidentes.
      *----------------------------------------------------------------
       LEER-EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO.
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
                       MOVE 'S' TO EMPLEADO-VALIDO
               END-READ
           END-IF.

       REGISTRAR-INCIDENTE.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S' AND STATUS-INATIVO
               DISPLAY 'El empleado esta dado de baja.'
               MOVE 'N' TO EMPLEADO-VALIDO
           END-IF.
           IF EMPLEADO-VALIDO = 'S'
               MOVE SPACES TO INCIDENTES-REGISTRO
               MOVE EMPLEADOS-ID TO INC-EMPLEADOS-ID
               MOVE DIR-CODIGO-PAIS TO PAIS-DEL-EMPLEADO
               MOVE EMPLEADOS-GERENTE-ID TO GERENTE-DEL-EMPLEADO
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-SITIO UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-FECHA-INCIDENTE UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-TIPO-INCIDENTE UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-GRAVEDAD UNTIL CAMPO-VALIDO = 'S'
               PERFORM UNTIL INC-PARTE-CUERPO NOT = SPACES
                   DISPLAY PARTE-TXT
                   ACCEPT INC-PARTE-CUERPO
               END-PERFORM
               PERFORM UNTIL INC-DESCRIPCION NOT = SPACES
                   DISPLAY DESCRIPCION-TXT
                   ACCEPT INC-DESCRIPCION
               END-PERFORM
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-DIAS-RESTRINGIDO
                   UNTIL CAMPO-VALIDO = 'S'
               MOVE ZERO TO INC-DIAS-PERDIDOS INC-ULTIMO-DIA-PERDIDO
                   INC-SOL-ID INC-FECHA-CIERRE
               MOVE 'A' TO INC-SEGUIMIENTO
               ADD 1 TO INCIDENTE-ID-MAXIMO
               MOVE INCIDENTE-ID-MAXIMO TO INC-ID
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-DIAS-PERDIDOS UNTIL CAMPO-VALIDO = 'S'
               IF DIAS-A-REGISTRAR > ZERO
                   MOVE INC-FECHA TO FECHA-BASE
                   PERFORM REGISTRAR-DIAS-PERDIDOS
               END-IF
               WRITE INCIDENTES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar el incidente.'
                   NOT INVALID KEY
                       DISPLAY 'Incidente ' INC-ID ' registrado en '
                           'el sitio ' INC-SITIO '.'
               END-WRITE
           END-IF.

      *    El sitio tiene que estar en sitios.dat; ENTER toma el
      *    sitio de trabajo del empleado, si lo tiene.
       OBTENER-SITIO.
           DISPLAY SITIO-TXT.
           MOVE SPACES TO SITIO-BUSCADO.
           ACCEPT SITIO-BUSCADO.
           MOVE FUNCTION UPPER-CASE(SITIO-BUSCADO) TO SITIO-BUSCADO.
           IF SITIO-BUSCADO = SPACES
               MOVE EMPLEADOS-SITIO TO SITIO-BUSCADO
           END-IF.
           IF SITIO-BUSCADO = SPACES
               DISPLAY 'El empleado no tiene sitio; teclee el sitio '
                   'del incidente.'
           ELSE
               PERFORM BUSCAR-SITIO
               IF SITIO-HALLADO = ZERO
                   DISPLAY 'El sitio ' SITIO-BUSCADO ' no existe en '
                       'sitios.dat.'
               ELSE
                   MOVE SITIO-BUSCADO TO INC-SITIO
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           END-IF.

       OBTENER-FECHA-INCIDENTE.
           DISPLAY FECHA-TXT.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA IS NOT NUMERIC
               DISPLAY 'Fecha invalida: introduce solo digitos '
                   'AAAAMMDD.'
           ELSE
               MOVE FECHA-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
               EVALUATE TRUE
                   WHEN FECHA-CALENDARIO-OK = 'N'
                       DISPLAY 'Fecha invalida: mes o dia fuera de '
                           'calendario.'
                   WHEN FECHA-EVALUADA > FECHA-HOY
                       DISPLAY 'La fecha no puede ser futura.'
                   WHEN OTHER
                       MOVE FECHA-EVALUADA TO INC-FECHA
                       MOVE 'S' TO CAMPO-VALIDO
               END-EVALUATE
           END-IF.

       OBTENER-TIPO-INCIDENTE.
           DISPLAY TIPO-INC-TXT.
           ACCEPT INC-TIPO.
           MOVE FUNCTION UPPER-CASE(INC-TIPO) TO INC-TIPO.
           IF TIPO-INCIDENTE-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Tipo invalido: introduce L o E.'
           END-IF.

       OBTENER-GRAVEDAD.
           DISPLAY GRAVEDAD-TXT.
           ACCEPT INC-GRAVEDAD.
           MOVE FUNCTION UPPER-CASE(INC-GRAVEDAD) TO INC-GRAVEDAD.
           IF GRAVEDAD-VALIDA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Gravedad invalida: introduce P, M, G o F.'
           END-IF.

       OBTENER-DIAS-RESTRINGIDO.
           DISPLAY RESTRINGIDO-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO INC-DIAS-RESTRINGIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Introduce tres digitos.'
           END-IF.

       OBTENER-DIAS-PERDIDOS.
           DISPLAY PERDIDOS-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO DIAS-A-REGISTRAR
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Introduce tres digitos.'
           END-IF.

      *    Los dias perdidos solo se anotan en el incidente si entran
      *    como licencia: sin un tipo valido para el pais del
      *    empleado quedan en cero, para capturarlos despues por
      *    seguimiento una vez dado de alta el tipo en
      *    TIPOS-LICENCIA. La licencia no pasa por la bandeja del
      *    gerente: queda aprobada desde aqui y VACACIONES la postea
      *    al llegar su fecha.
       REGISTRAR-DIAS-PERDIDOS.
           IF INC-TIPO-LICENCIA NOT = SPACES
               MOVE INC-TIPO-LICENCIA TO TIPO-ENTRADA
               MOVE 'S' TO TIPO-VALIDO
           ELSE
               MOVE 'N' TO TIPO-VALIDO
               MOVE 'X' TO TIPO-ENTRADA
               PERFORM OBTENER-TIPO-LICENCIA
                   UNTIL TIPO-VALIDO = 'S' OR TIPO-ENTRADA = SPACES
           END-IF.
           IF TIPO-VALIDO = 'N'
               DISPLAY 'Dias perdidos sin registrar; capturelos por '
                   'seguimiento cuando exista el tipo de licencia.'
           ELSE
               PERFORM GENERAR-AUSENCIA
               IF AUSENCIA-GRABADA = 'S'
                   MOVE TIPO-ENTRADA TO INC-TIPO-LICENCIA
                   ADD DIAS-A-REGISTRAR TO INC-DIAS-PERDIDOS
                   MOVE SOL-FECHA-HASTA TO INC-ULTIMO-DIA-PERDIDO
                   MOVE SOL-ID TO INC-SOL-ID
               END-IF
           END-IF.

      *    El tipo tiene que existir para el pais del empleado en
      *    tipos_licencia.dat (mismo criterio que la captura de
      *    solicitudes en Vacaciones-33); ENTER no registra los dias.
       OBTENER-TIPO-LICENCIA.
           DISPLAY LICENCIA-TXT.
           MOVE SPACES TO TIPO-ENTRADA.
           ACCEPT TIPO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(TIPO-ENTRADA) TO TIPO-ENTRADA.
           IF TIPO-ENTRADA NOT = SPACES
               OPEN INPUT TIPOS-LICENCIA-ARCHIVO
               IF TIPOS-LICENCIA-STATUS = '05' OR
                       TIPOS-LICENCIA-STATUS = '35'
                   CONTINUE
               ELSE
                   MOVE 'N' TO FIN-TIPOS
                   PERFORM UNTIL FIN-TIPOS = 'S'
                       READ TIPOS-LICENCIA-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-TIPOS
                           NOT AT END
                               IF TLI-PAIS = PAIS-DEL-EMPLEADO AND
                                       TLI-CODIGO = TIPO-ENTRADA
                                   MOVE 'S' TO TIPO-VALIDO
                                   MOVE 'S' TO FIN-TIPOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE TIPOS-LICENCIA-ARCHIVO
               IF TIPO-VALIDO = 'N'
                   DISPLAY 'El tipo ' TIPO-ENTRADA ' no existe para '
                       'el pais ' PAIS-DEL-EMPLEADO '.'
               END-IF
           END-IF.

      *    Solicitud aprobada por DIAS-A-REGISTRAR dias habiles a
      *    partir del dia siguiente a FECHA-BASE, saltando fines de
      *    semana y feriados del pais como CONTAR-DIAS-HABILES en
      *    Vacaciones-33.
       GENERAR-AUSENCIA.
           MOVE 'N' TO AUSENCIA-GRABADA.
           MOVE ZERO TO DIAS-CONTADOS.
           COMPUTE DIAS-ABSOLUTOS =
               FUNCTION INTEGER-OF-DATE(FECHA-BASE) + 1.
           PERFORM AVANZAR-UN-DIA
               UNTIL DIAS-CONTADOS = DIAS-A-REGISTRAR.
           ADD 1 TO SOLICITUD-ID-MAXIMO.
           MOVE SOLICITUD-ID-MAXIMO TO SOL-ID.
           MOVE INC-EMPLEADOS-ID TO SOL-EMPLEADOS-ID.
           MOVE DIAS-A-REGISTRAR TO SOL-DIAS.
           MOVE 'A' TO SOL-ESTADO.
           MOVE GERENTE-DEL-EMPLEADO TO SOL-APROBADOR.
           MOVE TIPO-ENTRADA TO SOL-TIPO.
           WRITE SOLICITUDES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar la licencia de los '
                       'dias perdidos.'
               NOT INVALID KEY
                   MOVE 'S' TO AUSENCIA-GRABADA
                   DISPLAY 'Licencia ' SOL-ID ' (' SOL-TIPO ') por '
                       SOL-DIAS ' dias, del ' SOL-FECHA-DESDE ' al '
                       SOL-FECHA-HASTA '.'
           END-WRITE.

       AVANZAR-UN-DIA.
           COMPUTE DIA-SEMANA = FUNCTION REM(DIAS-ABSOLUTOS, 7).
           IF DIA-SEMANA = 6 OR DIA-SEMANA = 0
               CONTINUE
           ELSE
               COMPUTE DIA-EVALUADO =
                   FUNCTION DATE-OF-INTEGER(DIAS-ABSOLUTOS)
               PERFORM VERIFICAR-FERIADO
               IF ES-FERIADO = 'N'
                   ADD 1 TO DIAS-CONTADOS
                   IF DIAS-CONTADOS = 1
                       MOVE DIA-EVALUADO TO SOL-FECHA-DESDE
                   END-IF
                   MOVE DIA-EVALUADO TO SOL-FECHA-HASTA
               END-IF
           END-IF.
           ADD 1 TO DIAS-ABSOLUTOS.

       VERIFICAR-FERIADO.
           MOVE 'N' TO ES-FERIADO.
           OPEN INPUT FERIADOS-ARCHIVO.
           IF FERIADOS-STATUS = '05' OR FERIADOS-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-FERIADOS
               PERFORM UNTIL FIN-FERIADOS = 'S'
                   READ FERIADOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-FERIADOS
                       NOT AT END
                           IF FER-PAIS = PAIS-DEL-EMPLEADO AND
                                   FER-FECHA = DIA-EVALUADO
                               MOVE 'S' TO ES-FERIADO
                               MOVE 'S' TO FIN-FERIADOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FERIADOS-ARCHIVO.

      *    Mes 01-12, dia segun el mes, y febrero con ano bisiesto
      *    (divisible entre 4, salvo siglos no divisibles entre 400).
       VALIDAR-FECHA-CALENDARIO.
           MOVE 'N' TO FECHA-CALENDARIO-OK.
           IF FEV-MES >= 1 AND FEV-MES <= 12 AND FEV-ANO > ZERO
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

       LEER-INCIDENTE.
           MOVE 'N' TO INCIDENTE-VALIDO.
           DISPLAY INCIDENTE-TXT.
           ACCEPT ID-ENTRADA.
           IF ID-ENTRADA IS NOT NUMERIC
               DISPLAY 'Numero invalido: 6 digitos.'
           ELSE
               MOVE ID-ENTRADA TO INC-ID
               READ INCIDENTES-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe el incidente ' INC-ID '.'
                   NOT INVALID KEY
                       MOVE 'S' TO INCIDENTE-VALIDO
               END-READ
           END-IF.

      *    Seguimiento: estado, total de dias restringido y dias
      *    perdidos adicionales (cada ampliacion es otra licencia a
      *    continuacion de la anterior; lo ya grabado no se reduce
      *    aqui, se corrige en VACACIONES). Un incidente cerrado ya
      *    no se toca.
       ACTUALIZAR-SEGUIMIENTO.
           PERFORM LEER-INCIDENTE.
           IF INCIDENTE-VALIDO = 'S' AND SEGUIMIENTO-CERRADO
               DISPLAY 'El incidente se cerro el ' INC-FECHA-CIERRE
                   '.'
               MOVE 'N' TO INCIDENTE-VALIDO
           END-IF.
           IF INCIDENTE-VALIDO = 'S'
               PERFORM MOSTRAR-INCIDENTE
               MOVE INC-EMPLEADOS-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVO
                   INVALID KEY
                       MOVE SPACES TO DIR-CODIGO-PAIS
                       MOVE ZERO TO EMPLEADOS-GERENTE-ID
               END-READ
               MOVE DIR-CODIGO-PAIS TO PAIS-DEL-EMPLEADO
               MOVE EMPLEADOS-GERENTE-ID TO GERENTE-DEL-EMPLEADO
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-AMPLIACION UNTIL CAMPO-VALIDO = 'S'
               IF DIAS-A-REGISTRAR > ZERO
                   IF INC-ULTIMO-DIA-PERDIDO > ZERO
                       MOVE INC-ULTIMO-DIA-PERDIDO TO FECHA-BASE
                   ELSE
                       MOVE INC-FECHA TO FECHA-BASE
                   END-IF
                   PERFORM REGISTRAR-DIAS-PERDIDOS
               END-IF
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-RESTRINGIDO-TOTAL
                   UNTIL CAMPO-VALIDO = 'S'
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-SEGUIMIENTO UNTIL CAMPO-VALIDO = 'S'
               IF SEGUIMIENTO-CERRADO
                   MOVE FECHA-HOY TO INC-FECHA-CIERRE
               END-IF
               REWRITE INCIDENTES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar el incidente.'
                   NOT INVALID KEY
                       DISPLAY 'Incidente ' INC-ID ' actualizado.'
               END-REWRITE
           END-IF.

       OBTENER-AMPLIACION.
           DISPLAY AMPLIACION-TXT.
           MOVE SPACES TO ENTRADA-NUMERICA.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA = SPACES
               MOVE ZERO TO DIAS-A-REGISTRAR
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               IF ENTRADA-NUMERICA IS NUMERIC
                   MOVE ENTRADA-NUMERICA TO DIAS-A-REGISTRAR
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Introduce tres digitos.'
               END-IF
           END-IF.

       OBTENER-RESTRINGIDO-TOTAL.
           DISPLAY RESTRINGIDO-TOTAL-TXT.
           MOVE SPACES TO ENTRADA-NUMERICA.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA = SPACES
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               IF ENTRADA-NUMERICA IS NUMERIC
                   MOVE ENTRADA-NUMERICA TO INC-DIAS-RESTRINGIDO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Introduce tres digitos.'
               END-IF
           END-IF.

       OBTENER-SEGUIMIENTO.
           DISPLAY SEGUIMIENTO-TXT.
           MOVE SPACES TO OPCION-ENTRADA.
           ACCEPT OPCION-ENTRADA.
           MOVE FUNCTION UPPER-CASE(OPCION-ENTRADA) TO OPCION-ENTRADA.
           IF OPCION-ENTRADA = SPACES
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               MOVE INC-SEGUIMIENTO TO SEGUIMIENTO-ANTERIOR
               MOVE OPCION-ENTRADA TO INC-SEGUIMIENTO
               IF SEGUIMIENTO-VALIDO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   MOVE SEGUIMIENTO-ANTERIOR TO INC-SEGUIMIENTO
                   DISPLAY 'Seguimiento invalido: introduce A, T o C.'
               END-IF
           END-IF.

       MOSTRAR-INCIDENTE.
           DISPLAY 'Incidente ' INC-ID ' ID=' INC-EMPLEADOS-ID
               ' sitio=' INC-SITIO ' fecha=' INC-FECHA
               ' tipo=' INC-TIPO ' gravedad=' INC-GRAVEDAD.
           DISPLAY '    ' INC-PARTE-CUERPO ' ' INC-DESCRIPCION.
           DISPLAY '    perdidos=' INC-DIAS-PERDIDOS
               ' restringido=' INC-DIAS-RESTRINGIDO
               ' licencia=' INC-TIPO-LICENCIA
               ' seguimiento=' INC-SEGUIMIENTO.

       LISTAR-INCIDENTES.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               MOVE ZERO TO INCIDENTES-LISTADOS
               MOVE LOW-VALUES TO INC-ID
               MOVE 'N' TO FIN-INCIDENTES
               START INCIDENTES-ARCHIVO KEY IS NOT LESS THAN INC-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-INCIDENTES
               END-START
               PERFORM UNTIL FIN-INCIDENTES = 'S'
                   READ INCIDENTES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-INCIDENTES
                       NOT AT END
                           IF INC-EMPLEADOS-ID = EMPLEADOS-ID
                               ADD 1 TO INCIDENTES-LISTADOS
                               PERFORM MOSTRAR-INCIDENTE
                           END-IF
                   END-READ
               END-PERFORM
               IF INCIDENTES-LISTADOS = ZERO
                   DISPLAY 'El empleado no tiene incidentes.'
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Reportes anuales.
      *----------------------------------------------------------------
       OBTENER-ANO-REPORTE.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM UNTIL CAMPO-VALIDO = 'S'
               DISPLAY ANO-TXT
               MOVE SPACES TO ANO-ENTRADA
               ACCEPT ANO-ENTRADA
               IF ANO-ENTRADA = SPACES
                   MOVE FECHA-HOY(1:4) TO ANO-ENTRADA
               END-IF
               IF ANO-ENTRADA IS NUMERIC
                   MOVE ANO-ENTRADA TO ANO-REPORTE
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Ano invalido: 4 digitos.'
               END-IF
           END-PERFORM.
           COMPUTE FECHA-INICIO-ANO = ANO-REPORTE * 10000 + 0101.
           COMPUTE FECHA-FIN-ANO = ANO-REPORTE * 10000 + 1231.

      *    Clase del caso para la autoridad, en orden de gravedad:
      *    M = muerte, D = con dias fuera, R = con trabajo
      *    restringido, O = otro caso registrable.
       CLASIFICAR-CASO.
           EVALUATE TRUE
               WHEN INCIDENTE-FATAL
                   MOVE 'M' TO CLASIFICACION
               WHEN INC-DIAS-PERDIDOS > ZERO
                   MOVE 'D' TO CLASIFICACION
               WHEN INC-DIAS-RESTRINGIDO > ZERO
                   MOVE 'R' TO CLASIFICACION
               WHEN OTHER
                   MOVE 'O' TO CLASIFICACION
           END-EVALUATE.

      *    Registro anual en el formato de la autoridad: una hoja por
      *    sitio con los casos registrables del ano (los de solo
      *    primeros auxilios no van) y el resumen al pie; los sitios
      *    sin casos salen con su resumen en cero.
       REPORTE-ANUAL.
           PERFORM OBTENER-ANO-REPORTE.
           OPEN OUTPUT ANUAL-ARCHIVO.
           IF ANUAL-STATUS NOT = '00'
               DISPLAY 'Error de archivo ANUAL-ARCHIVO. STATUS ='
                   ANUAL-STATUS
               STOP RUN
           END-IF.
           MOVE ZERO TO TOTAL-CASOS-ANO.
           PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                   UNTIL INDICE-SITIO > TOTAL-SITIOS
               PERFORM ESCRIBIR-HOJA-SITIO
           END-PERFORM.
           CLOSE ANUAL-ARCHIVO.
           DISPLAY 'Casos registrables del ano ' ANO-REPORTE ': '
               TOTAL-CASOS-ANO.
           DISPLAY 'Detalle en incidentes_anual.txt'.

       ESCRIBIR-HOJA-SITIO.
           MOVE ZERO TO CASOS-MUERTE CASOS-DIAS-FUERA
               CASOS-RESTRINGIDO CASOS-OTROS CASOS-LESION
               CASOS-ENFERMEDAD SUMA-DIAS-FUERA SUMA-DIAS-RESTRINGIDO.
           MOVE ANO-REPORTE TO LAS-ANO.
           MOVE TSI-CODIGO(INDICE-SITIO) TO LAS-CODIGO.
           MOVE TSI-NOMBRE(INDICE-SITIO) TO LAS-NOMBRE.
           MOVE LINEA-ANUAL-SITIO TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE TSI-DIRECCION(INDICE-SITIO) TO LAD-DIRECCION.
           MOVE LINEA-ANUAL-DIRECCION TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE LINEA-ANUAL-COLUMNAS TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE LOW-VALUES TO INC-ID.
           MOVE 'N' TO FIN-INCIDENTES.
           START INCIDENTES-ARCHIVO KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE 'S' TO FIN-INCIDENTES
           END-START.
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ INCIDENTES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF INC-SITIO = TSI-CODIGO(INDICE-SITIO) AND
                               INC-FECHA >= FECHA-INICIO-ANO AND
                               INC-FECHA <= FECHA-FIN-ANO AND
                               NOT SOLO-PRIMEROS-AUXILIOS
                           PERFORM ESCRIBIR-CASO-ANUAL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CASOS-MUERTE TO LAC-MUERTE.
           MOVE CASOS-DIAS-FUERA TO LAC-DIAS-FUERA.
           MOVE CASOS-RESTRINGIDO TO LAC-RESTRINGIDO.
           MOVE CASOS-OTROS TO LAC-OTROS.
           MOVE LINEA-ANUAL-CASOS TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE SUMA-DIAS-FUERA TO LAD-FUERA.
           MOVE SUMA-DIAS-RESTRINGIDO TO LAD-RESTRINGIDO.
           MOVE LINEA-ANUAL-DIAS TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE CASOS-LESION TO LAT-LESION.
           MOVE CASOS-ENFERMEDAD TO LAT-ENFERMEDAD.
           MOVE LINEA-ANUAL-TIPOS TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.
           MOVE SPACES TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.

       ESCRIBIR-CASO-ANUAL.
           ADD 1 TO TOTAL-CASOS-ANO.
           PERFORM CLASIFICAR-CASO.
           EVALUATE CLASIFICACION
               WHEN 'M'
                   ADD 1 TO CASOS-MUERTE
               WHEN 'D'
                   ADD 1 TO CASOS-DIAS-FUERA
               WHEN 'R'
                   ADD 1 TO CASOS-RESTRINGIDO
               WHEN OTHER
                   ADD 1 TO CASOS-OTROS
           END-EVALUATE.
           IF INCIDENTE-LESION
               ADD 1 TO CASOS-LESION
           ELSE
               ADD 1 TO CASOS-ENFERMEDAD
           END-IF.
           ADD INC-DIAS-PERDIDOS TO SUMA-DIAS-FUERA.
           ADD INC-DIAS-RESTRINGIDO TO SUMA-DIAS-RESTRINGIDO.
           MOVE INC-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-NOMBRE
                   MOVE SPACES TO EMPLEADOS-DEPARTAMENTO
           END-READ.
           MOVE INC-ID TO LAN-CASO.
           MOVE INC-EMPLEADOS-ID TO LAN-ID.
           MOVE EMPLEADOS-NOMBRE TO LAN-NOMBRE.
           MOVE EMPLEADOS-DEPARTAMENTO TO LAN-DEPTO.
           MOVE INC-FECHA TO LAN-FECHA.
           MOVE INC-PARTE-CUERPO TO LAN-PARTE.
           MOVE INC-DESCRIPCION TO LAN-DESCRIPCION.
           MOVE CLASIFICACION TO LAN-CLASIFICACION.
           MOVE INC-DIAS-PERDIDOS TO LAN-DIAS-FUERA.
           MOVE INC-DIAS-RESTRINGIDO TO LAN-DIAS-RESTRINGIDO.
           MOVE INC-TIPO TO LAN-TIPO.
           MOVE LINEA-ANUAL-DETALLE TO LINEA-ANUAL.
           WRITE LINEA-ANUAL.

      *    Tasa por sitio = casos registrables x 200,000 / horas
      *    trabajadas en el sitio; DART = casos con dias fuera o
      *    trabajo restringido. Las horas van al sitio de trabajo
      *    actual de cada persona.
       REPORTE-TASA.
           PERFORM OBTENER-ANO-REPORTE.
           COMPUTE DIAS-DEL-ANO =
               FUNCTION INTEGER-OF-DATE(FECHA-FIN-ANO) -
               FUNCTION INTEGER-OF-DATE(FECHA-INICIO-ANO) + 1.
           PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                   UNTIL INDICE-SITIO > TOTAL-SITIOS
               MOVE ZERO TO TSI-HORAS(INDICE-SITIO)
                   TSI-CASOS(INDICE-SITIO)
                   TSI-CASOS-DART(INDICE-SITIO)
           END-PERFORM.
           MOVE ZERO TO HORAS-SIN-SITIO HORAS-COMPANIA CASOS-COMPANIA
               CASOS-DART-COMPANIA.
           PERFORM CARGAR-HORAS-ANO.
           PERFORM ACUMULAR-HORAS-EMPLEADOS.
           PERFORM ACUMULAR-CASOS-SITIO.
           OPEN OUTPUT TASA-ARCHIVO.
           IF TASA-STATUS NOT = '00'
               DISPLAY 'Error de archivo TASA-ARCHIVO. STATUS ='
                   TASA-STATUS
               STOP RUN
           END-IF.
           MOVE ANO-REPORTE TO LTT-ANO.
           MOVE LINEA-TASA-TITULO TO LINEA-TASA.
           WRITE LINEA-TASA.
           MOVE LINEA-TASA-COLUMNAS TO LINEA-TASA.
           WRITE LINEA-TASA.
           PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                   UNTIL INDICE-SITIO > TOTAL-SITIOS
               MOVE TSI-CODIGO(INDICE-SITIO) TO LTD-CODIGO
               MOVE TSI-NOMBRE(INDICE-SITIO) TO LTD-NOMBRE
               MOVE TSI-HORAS(INDICE-SITIO) TO LTD-HORAS
               MOVE TSI-CASOS(INDICE-SITIO) TO LTD-CASOS
               MOVE TSI-CASOS-DART(INDICE-SITIO) TO LTD-DART
               MOVE ZERO TO LTD-TASA LTD-TASA-DART
               IF TSI-HORAS(INDICE-SITIO) > ZERO
                   COMPUTE TASA-CALCULADA ROUNDED =
                       TSI-CASOS(INDICE-SITIO) * 200000 /
                       TSI-HORAS(INDICE-SITIO)
                   MOVE TASA-CALCULADA TO LTD-TASA
                   COMPUTE TASA-CALCULADA ROUNDED =
                       TSI-CASOS-DART(INDICE-SITIO) * 200000 /
                       TSI-HORAS(INDICE-SITIO)
                   MOVE TASA-CALCULADA TO LTD-TASA-DART
               END-IF
               MOVE LINEA-TASA-DETALLE TO LINEA-TASA
               WRITE LINEA-TASA
           END-PERFORM.
           MOVE SPACES TO LINEA-TASA.
           WRITE LINEA-TASA.
           MOVE HORAS-SIN-SITIO TO LTS-HORAS.
           MOVE LINEA-TASA-SIN-SITIO TO LINEA-TASA.
           WRITE LINEA-TASA.
           MOVE 'TOTAL' TO LTD-CODIGO.
           MOVE 'COMPANIA' TO LTD-NOMBRE.
           MOVE HORAS-COMPANIA TO LTD-HORAS.
           MOVE CASOS-COMPANIA TO LTD-CASOS.
           MOVE CASOS-DART-COMPANIA TO LTD-DART.
           MOVE ZERO TO LTD-TASA LTD-TASA-DART.
           IF HORAS-COMPANIA > ZERO
               COMPUTE TASA-CALCULADA ROUNDED =
                   CASOS-COMPANIA * 200000 / HORAS-COMPANIA
               MOVE TASA-CALCULADA TO LTD-TASA
               COMPUTE TASA-CALCULADA ROUNDED =
                   CASOS-DART-COMPANIA * 200000 / HORAS-COMPANIA
               MOVE TASA-CALCULADA TO LTD-TASA-DART
           END-IF.
           MOVE LINEA-TASA-DETALLE TO LINEA-TASA.
           WRITE LINEA-TASA.
           CLOSE TASA-ARCHIVO.
           IF TOTAL-HORAS-EMP > MAXIMO-HORAS-EMP
               DISPLAY 'Aviso: mas de ' MAXIMO-HORAS-EMP
                   ' empleados con horas; los demas van con la '
                   'jornada estandar.'
           END-IF.
           DISPLAY 'Tasa de incidentes del ano ' ANO-REPORTE
               ' en incidentes_tasa.txt'.

      *    Horas aprobadas del ano por empleado (semanas terminadas
      *    dentro del ano).
       CARGAR-HORAS-ANO.
           MOVE ZERO TO TOTAL-HORAS-EMP.
           OPEN INPUT HORAS-ARCHIVO.
           IF HORAS-STATUS = '05' OR HORAS-STATUS = '35'
               CLOSE HORAS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-HORAS
               PERFORM UNTIL FIN-HORAS = 'S'
                   READ HORAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-HORAS
                       NOT AT END
                           IF HORAS-APROBADAS AND
                                   HORAS-SEMANA >= FECHA-INICIO-ANO AND
                                   HORAS-SEMANA <= FECHA-FIN-ANO
                               PERFORM SUMAR-HORAS-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORAS-ARCHIVO
           END-IF.

       SUMAR-HORAS-EMPLEADO.
           MOVE ZERO TO HORAS-EMP-HALLADO.
           PERFORM VARYING INDICE-HORAS-EMP FROM 1 BY 1
                   UNTIL INDICE-HORAS-EMP > TOTAL-HORAS-EMP
                       OR INDICE-HORAS-EMP > MAXIMO-HORAS-EMP
                       OR HORAS-EMP-HALLADO > ZERO
               IF HEM-ID(INDICE-HORAS-EMP) = HORAS-ID
                   MOVE INDICE-HORAS-EMP TO HORAS-EMP-HALLADO
               END-IF
           END-PERFORM.
           IF HORAS-EMP-HALLADO = ZERO
               ADD 1 TO TOTAL-HORAS-EMP
               IF TOTAL-HORAS-EMP NOT > MAXIMO-HORAS-EMP
                   MOVE TOTAL-HORAS-EMP TO HORAS-EMP-HALLADO
                   MOVE HORAS-ID TO HEM-ID(HORAS-EMP-HALLADO)
                   MOVE ZERO TO HEM-HORAS(HORAS-EMP-HALLADO)
               END-IF
           END-IF.
           IF HORAS-EMP-HALLADO > ZERO
               ADD HORAS-CANTIDAD TO HEM-HORAS(HORAS-EMP-HALLADO)
           END-IF.

       ACUMULAR-HORAS-EMPLEADOS.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           MOVE 'N' TO FIN-EMPLEADOS.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-EMPLEADOS
           END-START.
           PERFORM UNTIL FIN-EMPLEADOS = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-EMPLEADOS
                   NOT AT END
                       PERFORM CALCULAR-HORAS-EMPLEADO
                       IF HORAS-EMPLEADO > ZERO
                           ADD HORAS-EMPLEADO TO HORAS-COMPANIA
                           MOVE EMPLEADOS-SITIO TO SITIO-BUSCADO
                           PERFORM BUSCAR-SITIO
                           IF SITIO-HALLADO = ZERO
                               ADD HORAS-EMPLEADO TO HORAS-SIN-SITIO
                           ELSE
                               ADD HORAS-EMPLEADO
                                   TO TSI-HORAS(SITIO-HALLADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Con hojas de horas en el ano, esas horas; sin ellas, la
      *    jornada estandar por los dias empleado dentro del ano,
      *    salvo los permanentes por hora (sin hojas no trabajaron).
       CALCULAR-HORAS-EMPLEADO.
           MOVE ZERO TO HORAS-EMPLEADO.
           MOVE ZERO TO HORAS-EMP-HALLADO.
           PERFORM VARYING INDICE-HORAS-EMP FROM 1 BY 1
                   UNTIL INDICE-HORAS-EMP > TOTAL-HORAS-EMP
                       OR INDICE-HORAS-EMP > MAXIMO-HORAS-EMP
                       OR HORAS-EMP-HALLADO > ZERO
               IF HEM-ID(INDICE-HORAS-EMP) = EMPLEADOS-ID
                   MOVE INDICE-HORAS-EMP TO HORAS-EMP-HALLADO
               END-IF
           END-PERFORM.
           IF HORAS-EMP-HALLADO > ZERO
               MOVE HEM-HORAS(HORAS-EMP-HALLADO) TO HORAS-EMPLEADO
           ELSE
               IF NOT (TIPO-PERMANENTE AND PAGO-POR-HORA)
                   PERFORM CALCULAR-HORAS-ESTANDAR
               END-IF
           END-IF.

       CALCULAR-HORAS-ESTANDAR.
           IF TIPO-PERMANENTE AND PERM-FECHA-CONTRATACION IS NUMERIC
                   AND PERM-FECHA-CONTRATACION > ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-INGRESO
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-INGRESO
           END-IF.
           IF FECHA-INGRESO NOT NUMERIC OR
                   FECHA-INGRESO < FECHA-INICIO-ANO
               MOVE FECHA-INICIO-ANO TO FECHA-INGRESO
           END-IF.
           MOVE FECHA-FIN-ANO TO FECHA-SALIDA.
           IF FECHA-SALIDA > FECHA-HOY
               MOVE FECHA-HOY TO FECHA-SALIDA
           END-IF.
           IF STATUS-INATIVO
               IF EMPLEADOS-BAJA-FECHA IS NUMERIC AND
                       EMPLEADOS-BAJA-FECHA > ZERO
                   IF EMPLEADOS-BAJA-FECHA < FECHA-SALIDA
                       MOVE EMPLEADOS-BAJA-FECHA TO FECHA-SALIDA
                   END-IF
               ELSE
                   MOVE ZERO TO FECHA-SALIDA
               END-IF
           END-IF.
           IF FECHA-SALIDA >= FECHA-INGRESO
               COMPUTE DIAS-EMPLEADO =
                   FUNCTION INTEGER-OF-DATE(FECHA-SALIDA) -
                   FUNCTION INTEGER-OF-DATE(FECHA-INGRESO) + 1
               IF EMPLEADOS-FTE IS NUMERIC AND EMPLEADOS-FTE > ZERO
                   MOVE EMPLEADOS-FTE TO FTE-EMPLEADO
               ELSE
                   MOVE 100 TO FTE-EMPLEADO
               END-IF
               COMPUTE HORAS-EMPLEADO ROUNDED =
                   HORAS-ANO-ESTANDAR * FTE-EMPLEADO / 100 *
                   DIAS-EMPLEADO / DIAS-DEL-ANO
           END-IF.

       ACUMULAR-CASOS-SITIO.
           MOVE LOW-VALUES TO INC-ID.
           MOVE 'N' TO FIN-INCIDENTES.
           START INCIDENTES-ARCHIVO KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE 'S' TO FIN-INCIDENTES
           END-START.
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ INCIDENTES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF INC-FECHA >= FECHA-INICIO-ANO AND
                               INC-FECHA <= FECHA-FIN-ANO AND
                               NOT SOLO-PRIMEROS-AUXILIOS
                           PERFORM SUMAR-CASO-SITIO
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-CASO-SITIO.
           PERFORM CLASIFICAR-CASO.
           ADD 1 TO CASOS-COMPANIA.
           IF CLASIFICACION = 'D' OR CLASIFICACION = 'R'
               ADD 1 TO CASOS-DART-COMPANIA
           END-IF.
           MOVE INC-SITIO TO SITIO-BUSCADO.
           PERFORM BUSCAR-SITIO.
           IF SITIO-HALLADO > ZERO
               ADD 1 TO TSI-CASOS(SITIO-HALLADO)
               IF CLASIFICACION = 'D' OR CLASIFICACION = 'R'
                   ADD 1 TO TSI-CASOS-DART(SITIO-HALLADO)
               END-IF
           END-IF.

       END PROGRAM INCIDENTES-TRABAJO.
