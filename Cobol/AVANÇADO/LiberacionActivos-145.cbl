      ******************************************************************
      * Author:
      * Date:
      * Purpose: Constancia de liberacion de activos de una baja, para
      *          los CALCULAR-FINIQUITO que la CALLean (baja inmediata
      *          de RegistrosIndexados-05, bajas programadas de
      *          AplicarBajas-124 y reduccion de plantilla de
      *          ReduccionPlantilla-126): lista en
      *          liberacion_activos.txt los activos de activos.dat
      *          (ActivosEmpresa-144) que la persona tiene entregados
      *          y no devolvio, y devuelve cuantos son, su valor y si
      *          la ley del pais permite descontarlo del finiquito.
      *          Los paises que lo permiten estan en
      *          descuento_activos.dat (uno por linea); sin ese
      *          archivo no se descuenta en ningun pais. El pais es el
      *          del sitio de trabajo o, sin sitio, el del domicilio.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERACION-ACTIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL ACTIVOS-ARCHIVO
           ASSIGN TO 'activos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ACT-ETIQUETA
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACTIVOS-STATUS.

      *    Paises cuya ley permite descontar del finiquito el valor de
      *    lo no devuelto.
           SELECT OPTIONAL DESCUENTO-ARCHIVO
           ASSIGN TO 'descuento_activos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DESCUENTO-STATUS.

      *    Sitios de trabajo (SitiosMaster-81), por el pais del sitio.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

           SELECT OPTIONAL LIBERACION-IMPRESA
           ASSIGN TO 'liberacion_activos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIBERACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVOS-ARCHIVO.
           01  ACTIVOS-REGISTRO.
               05  ACT-ETIQUETA PIC X(10).
               05  ACT-TIPO PIC X(4).
               05  ACT-DESCRIPCION PIC X(30).
               05  ACT-VALOR PIC 9(7)V99.
               05  ACT-EMPLEADOS-ID PIC 9(6).
               05  ACT-FECHA-ENTREGA PIC 9(8).
               05  ACT-FECHA-DEVOLUCION PIC 9(8).
               05  ACT-ESTADO PIC X.
                   88  ACTIVO-ENTREGADO VALUE 'E'.

       FD  DESCUENTO-ARCHIVO.
           01  DESCUENTO-REGISTRO.
               05  DAC-PAIS PIC X(2).
               05  DAC-NOTA PIC X(40).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  LIBERACION-IMPRESA.
           01  LINEA-LIBERACION PIC X(90).

       WORKING-STORAGE SECTION.
           01  ACTIVOS-STATUS PIC XX.
           01  DESCUENTO-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  LIBERACION-STATUS PIC XX.
           01  FIN-ACTIVOS PIC X.
           01  FIN-DESCUENTO PIC X.
           01  FIN-SITIOS PIC X.
           01  PAIS-LEY PIC X(2).

           01  LINEA-LIB-TITULO.
               05  FILLER PIC X(26) VALUE 'LIBERACION DE ACTIVOS  ID='.
               05  LLT-ID PIC 9(6).
               05  FILLER PIC X(8) VALUE '  BAJA='.
               05  LLT-FECHA PIC 9(8).
               05  FILLER PIC X(2) VALUE SPACES.
               05  LLT-NOMBRE PIC X(20).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LLT-APELLIDOS PIC X(20).

           01  LINEA-LIB-DETALLE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  LLD-ETIQUETA PIC X(10).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LLD-TIPO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LLD-DESCRIPCION PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LLD-VALOR PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(10) VALUE '  entrega='.
               05  LLD-FECHA-ENTREGA PIC 9(8).

           01  LINEA-LIB-TOTAL.
               05  FILLER PIC X(22) VALUE '  Activos pendientes: '.
               05  LLS-PENDIENTES PIC ZZ9.
               05  FILLER PIC X(9) VALUE '  Valor: '.
               05  LLS-VALOR PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
           COPY 'Liberacion-activos.cbl'.

       PROCEDURE DIVISION USING LIBERACION-ACTIVOS.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE ZERO TO LBA-PENDIENTES LBA-VALOR-PENDIENTE.
           MOVE 'N' TO LBA-DESCUENTO-PERMITIDO.
           PERFORM DETERMINAR-PAIS-LEY.
           PERFORM BUSCAR-DESCUENTO.
           OPEN EXTEND LIBERACION-IMPRESA.
           MOVE LBA-EMPLEADOS-ID TO LLT-ID.
           MOVE LBA-FECHA-BAJA TO LLT-FECHA.
           MOVE LBA-NOMBRE TO LLT-NOMBRE.
           MOVE LBA-APELLIDOS TO LLT-APELLIDOS.
           MOVE LINEA-LIB-TITULO TO LINEA-LIBERACION.
           WRITE LINEA-LIBERACION.
           OPEN INPUT ACTIVOS-ARCHIVO.
           IF ACTIVOS-STATUS = '00'
               PERFORM LISTAR-PENDIENTES
           END-IF.
           CLOSE ACTIVOS-ARCHIVO.
           PERFORM ESCRIBIR-CIERRE.
           CLOSE LIBERACION-IMPRESA.
           IF LBA-PENDIENTES > ZERO
               DISPLAY 'Activos sin devolver: ' LBA-PENDIENTES
                   ' por ' LBA-VALOR-PENDIENTE
                   ' (liberacion en liberacion_activos.txt).'
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *    Mismo criterio que DETERMINAR-PAIS-TRABAJO en
      *    RegistrosIndexados-05: el pais del sitio manda sobre el
      *    del domicilio.
       DETERMINAR-PAIS-LEY.
           MOVE LBA-PAIS TO PAIS-LEY.
           IF LBA-SITIO NOT = SPACES
               OPEN INPUT SITIOS-ARCHIVO
               IF SITIOS-STATUS = '00'
                   MOVE 'N' TO FIN-SITIOS
                   PERFORM UNTIL FIN-SITIOS = 'S'
                       READ SITIOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-SITIOS
                           NOT AT END
                               IF SIT-CODIGO = LBA-SITIO
                                   IF SIT-PAIS NOT = SPACES
                                       MOVE SIT-PAIS TO PAIS-LEY
                                   END-IF
                                   MOVE 'S' TO FIN-SITIOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SITIOS-ARCHIVO
           END-IF.

       BUSCAR-DESCUENTO.
           OPEN INPUT DESCUENTO-ARCHIVO.
           IF DESCUENTO-STATUS = '00'
               MOVE 'N' TO FIN-DESCUENTO
               PERFORM UNTIL FIN-DESCUENTO = 'S'
                   READ DESCUENTO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DESCUENTO
                       NOT AT END
                           IF DAC-PAIS = PAIS-LEY
                               MOVE 'S' TO LBA-DESCUENTO-PERMITIDO
                               MOVE 'S' TO FIN-DESCUENTO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DESCUENTO-ARCHIVO.

      *    El archivo es chico (un registro por activo): se recorre
      *    completo buscando lo entregado a la persona.
       LISTAR-PENDIENTES.
           MOVE LOW-VALUES TO ACT-ETIQUETA.
           MOVE 'N' TO FIN-ACTIVOS.
           START ACTIVOS-ARCHIVO KEY IS NOT LESS THAN ACT-ETIQUETA
               INVALID KEY
                   MOVE 'S' TO FIN-ACTIVOS
           END-START.
           PERFORM UNTIL FIN-ACTIVOS = 'S'
               READ ACTIVOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ACTIVOS
                   NOT AT END
                       IF ACTIVO-ENTREGADO AND
                               ACT-EMPLEADOS-ID = LBA-EMPLEADOS-ID
                           PERFORM ESCRIBIR-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-PENDIENTE.
           ADD 1 TO LBA-PENDIENTES.
           ADD ACT-VALOR TO LBA-VALOR-PENDIENTE.
           MOVE ACT-ETIQUETA TO LLD-ETIQUETA.
           MOVE ACT-TIPO TO LLD-TIPO.
           MOVE ACT-DESCRIPCION TO LLD-DESCRIPCION.
           MOVE ACT-VALOR TO LLD-VALOR.
           MOVE ACT-FECHA-ENTREGA TO LLD-FECHA-ENTREGA.
           MOVE LINEA-LIB-DETALLE TO LINEA-LIBERACION.
           WRITE LINEA-LIBERACION.

       ESCRIBIR-CIERRE.
           IF LBA-PENDIENTES = ZERO
               MOVE '  Sin activos pendientes: liberado.'
                   TO LINEA-LIBERACION
               WRITE LINEA-LIBERACION
           ELSE
               MOVE LBA-PENDIENTES TO LLS-PENDIENTES
               MOVE LBA-VALOR-PENDIENTE TO LLS-VALOR
               MOVE LINEA-LIB-TOTAL TO LINEA-LIBERACION
               WRITE LINEA-LIBERACION
               MOVE SPACES TO LINEA-LIBERACION
               IF LBA-PUEDE-DESCONTAR
                   STRING '  Pais ' PAIS-LEY ': el valor se descuenta '
                       'del finiquito.'
                       DELIMITED BY SIZE INTO LINEA-LIBERACION
               ELSE
                   STRING '  Pais ' PAIS-LEY ': no se permite '
                       'descontarlo; recuperar los activos aparte.'
                       DELIMITED BY SIZE INTO LINEA-LIBERACION
               END-IF
               WRITE LINEA-LIBERACION
           END-IF.
           MOVE ALL '-' TO LINEA-LIBERACION.
           WRITE LINEA-LIBERACION.

       END PROGRAM LIBERACION-ACTIVOS.
