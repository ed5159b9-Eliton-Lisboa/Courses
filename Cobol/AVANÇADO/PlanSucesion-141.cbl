      ******************************************************************
      * Author:
      * Date:
      * Purpose: Plan de sucesion de las posiciones criticas
      *          (POS-CRITICA en posiciones.dat, se marca en
      *          PosicionesMaster-90). Por posicion se nombran
      *          sucesores (sucesores.dat, clave posicion + empleado)
      *          con su preparacion: listo ahora, 1-2 anos o 3+ anos.
      *          El reporte de riesgo (sucesion_riesgo.txt) lista las
      *          posiciones criticas cuyo titular se puede jubilar
      *          dentro del horizonte de ProyeccionJubilacion-91
      *          (jubilacion_param.dat, mismas edades por pais), tiene
      *          un acta final viva (Disciplina-87) o un contrato que
      *          termina dentro del mismo horizonte, junto con sus
      *          sucesores, y al final las posiciones criticas sin
      *          sucesor listo ahora. Cada vez que arranca, el
      *          programa saca del plan a los sucesores dados de baja
      *          o trasladados (departamento o posicion distintos de
      *          los que tenian al nombrarlos).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-SUCESION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL POSICIONES-ARCHIVO
           ASSIGN TO 'posiciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS POS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS POSICIONES-STATUS.

           SELECT OPTIONAL EMP-POS-ARCHIVO
           ASSIGN TO 'empleado_posicion.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS EPO-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMP-POS-STATUS.

           SELECT OPTIONAL SUCESORES-ARCHIVO
           ASSIGN TO 'sucesores.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SUC-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SUCESORES-STATUS.

      *    Actas disciplinarias (Disciplina-87): un acta final viva
      *    del titular es riesgo de salida.
           SELECT OPTIONAL DISCIPLINA-ARCHIVO
           ASSIGN TO 'disciplina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS DIS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS DISCIPLINA-STATUS.

      *    Horizonte en anos de ProyeccionJubilacion-91.
           SELECT OPTIONAL PARAMETRO-ARCHIVO
           ASSIGN TO 'jubilacion_param.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMETRO-STATUS.

           SELECT REPORTE-ARCHIVO
           ASSIGN TO 'sucesion_riesgo.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORTE-STATUS.

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
               05  POS-ESTADO PIC X.
               05  POS-CRITICA PIC X.
                   88  POSICION-CRITICA VALUE 'S'.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

       FD  SUCESORES-ARCHIVO.
           01  SUCESORES-REGISTRO.
               05  SUC-CLAVE.
                   10  SUC-POSICION PIC X(8).
                   10  SUC-EMPLEADOS-ID PIC 9(6).
               05  SUC-PREPARACION PIC X.
      *            'A' = listo ahora, 'M' = listo en 1-2 anos,
      *            'L' = listo en 3 anos o mas.
                   88  LISTO-AHORA VALUE 'A'.
                   88  LISTO-1-2-ANOS VALUE 'M'.
                   88  LISTO-3-ANOS VALUE 'L'.
                   88  PREPARACION-VALIDA VALUES 'A' 'M' 'L'.
               05  SUC-FECHA PIC 9(8).
      *            Fecha en que se le nombro.
               05  SUC-DEPARTAMENTO PIC X(4).
               05  SUC-POSICION-ORIGEN PIC X(8).
      *            Departamento y posicion propios del sucesor al
      *            nombrarlo; si cambian, fue trasladado y sale del
      *            plan.

       FD  DISCIPLINA-ARCHIVO.
           01  DISCIPLINA-REGISTRO.
               05  DIS-ID PIC 9(6).
               05  DIS-EMPLEADOS-ID PIC 9(6).
               05  DIS-FECHA PIC 9(8).
               05  DIS-NIVEL PIC X.
                   88  ACTA-FINAL VALUE 'F'.
               05  DIS-MOTIVO PIC X(4).
               05  DIS-VENCE PIC 9(8).
               05  DIS-ESTADO PIC X.
                   88  ACTA-ACTIVA VALUE 'A'.

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO PIC X(3).

       FD  REPORTE-ARCHIVO.
           01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
           01  POSICION-TXT PIC X(30)
               VALUE 'ID de la posicion (8 car): '.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  PREPARACION-TXT PIC X(60)
               VALUE
               'Preparacion (A=listo ahora, M=1-2 anos, L=3+ anos): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  POSICIONES-STATUS PIC XX.
           01  EMP-POS-STATUS PIC XX.
           01  SUCESORES-STATUS PIC XX.
           01  DISCIPLINA-STATUS PIC XX.
           01  PARAMETRO-STATUS PIC XX.
           01  REPORTE-STATUS PIC XX.
           01  FIN-POSICIONES PIC X.
           01  FIN-EMP-POS PIC X.
           01  FIN-SUCESORES PIC X.
           01  FIN-DISCIPLINA PIC X.
           01  POSICION-BUSCADA PIC X(8).
           01  ID-ENTRADA PIC X(6).
           01  CAMPO-VALIDO PIC X.
           01  POSICION-VALIDA PIC X.
           01  EMPLEADO-VALIDO PIC X.
           01  POSICION-DEL-EMPLEADO PIC X(8).
           01  SUCESOR-VIGENTE PIC X.
           01  TOTAL-DEPURADOS PIC 9(5).
           01  SUCESORES-LISTADOS PIC 9(3).
           01  SUCESORES-LISTOS PIC 9(3).
           01  TEXTO-PREPARACION PIC X(10).

      *    Horizonte de riesgo (mismo parametro y default que
      *    ProyeccionJubilacion-91).
           01  HORIZONTE-ANOS PIC 9(3) VALUE 3.
           01  FECHA-HOY PIC 9(8).
           01  FECHA-LIMITE PIC 9(8).
           01  EDAD-JUBILACION PIC 99.
           01  FECHA-RETIRO PIC 9(8).
           01  FECHA-RETIRO-R REDEFINES FECHA-RETIRO.
               05  FRT-ANO PIC 9(4).
               05  FRT-MES PIC 99.
               05  FRT-DIA PIC 99.
           01  TITULAR-EN-RIESGO PIC X.
           01  POSICION-EN-RIESGO PIC X.
           01  TOTAL-EN-RIESGO PIC 9(5).
           01  TOTAL-SIN-LISTO PIC 9(5).

      *    Posiciones criticas sin sucesor listo ahora, para la
      *    segunda seccion del reporte.
           01  MAXIMO-SIN-LISTO PIC 9(3) VALUE 200.
           01  INDICE-SIN-LISTO PIC 9(3).
           01  TABLA-SIN-LISTO.
               05  SIN-LISTO-ENTRADA OCCURS 200 TIMES.
                   10  SNL-POSICION PIC X(8).
                   10  SNL-TITULO PIC X(30).
                   10  SNL-SUCESORES PIC 9(3).

           01  LINEA-POSICION.
               05  FILLER PIC X(9) VALUE 'Posicion '.
               05  LPO-ID PIC X(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LPO-TITULO PIC X(30).
               05  FILLER PIC X(7) VALUE ' depto '.
               05  LPO-DEPTO PIC X(4).

           01  LINEA-TITULAR.
               05  FILLER PIC X(11) VALUE '   Titular '.
               05  TIT-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  TIT-NOMBRE PIC X(20).
               05  FILLER PIC X(8) VALUE ' jubila='.
               05  TIT-JUBILA PIC X(8).
               05  FILLER PIC X(12) VALUE ' acta-final='.
               05  TIT-ACTA PIC X(1).
               05  FILLER PIC X(14) VALUE ' fin-contrato='.
               05  TIT-CONTRATO PIC X(8).

           01  LINEA-SUCESOR.
               05  FILLER PIC X(11) VALUE '   Sucesor '.
               05  LSU-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LSU-NOMBRE PIC X(25).
               05  FILLER PIC X(14) VALUE ' preparacion= '.
               05  LSU-PREPARACION PIC X(10).

           01  LINEA-SIN-LISTO.
               05  FILLER PIC X(19) VALUE 'Sin sucesor listo: '.
               05  SNL-ID PIC X(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  SNL-TITULO-L PIC X(30).
               05  FILLER PIC X(12) VALUE ' sucesores= '.
               05  SNL-CANTIDAD PIC ZZ9.

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
           OPEN INPUT POSICIONES-ARCHIVO.
           IF POSICIONES-STATUS NOT = '00'
               DISPLAY 'No hay posiciones autorizadas; darlas de alta '
                   'en POSICIONES-MASTER.'
               CLOSE POSICIONES-ARCHIVO
               CLOSE EMPLEADOS-ARCHIVO
               STOP RUN
           END-IF.
           OPEN INPUT EMP-POS-ARCHIVO.
           OPEN I-O SUCESORES-ARCHIVO.
           IF SUCESORES-STATUS = '35' OR SUCESORES-STATUS = '05'
               OPEN OUTPUT SUCESORES-ARCHIVO
               CLOSE SUCESORES-ARCHIVO
               OPEN I-O SUCESORES-ARCHIVO
           END-IF.
           IF SUCESORES-STATUS NOT = '00' AND
                   SUCESORES-STATUS NOT = '05'
               DISPLAY 'Error de archivo SUCESORES. STATUS ='
                   SUCESORES-STATUS
               STOP RUN
           END-IF.
           PERFORM DEPURAR-SUCESORES.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE POSICIONES-ARCHIVO.
           CLOSE EMP-POS-ARCHIVO.
           CLOSE SUCESORES-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Nombrar un sucesor'.
           DISPLAY '2) Cambiar la preparacion de un sucesor'.
           DISPLAY '3) Quitar un sucesor'.
           DISPLAY '4) Listar sucesores de una posicion'.
           DISPLAY '5) Reporte de riesgo de sucesion'.
           DISPLAY '6) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM NOMBRAR-SUCESOR
               WHEN '2'
                   PERFORM CAMBIAR-PREPARACION
               WHEN '3'
                   PERFORM QUITAR-SUCESOR
               WHEN '4'
                   PERFORM LISTAR-SUCESORES
               WHEN '5'
                   PERFORM REPORTE-RIESGO
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Depuracion al arrancar: sale del plan el sucesor que ya no
      *    esta activo o que cambio de departamento o de posicion
      *    desde que se le nombro.
      *----------------------------------------------------------------
       DEPURAR-SUCESORES.
           MOVE ZERO TO TOTAL-DEPURADOS.
           MOVE LOW-VALUES TO SUC-CLAVE.
           MOVE 'N' TO FIN-SUCESORES.
           START SUCESORES-ARCHIVO KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-SUCESORES
           END-START.
           PERFORM UNTIL FIN-SUCESORES = 'S'
               READ SUCESORES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SUCESORES
                   NOT AT END
                       PERFORM VERIFICAR-SUCESOR-VIGENTE
                       IF SUCESOR-VIGENTE = 'N'
                           DELETE SUCESORES-ARCHIVO RECORD
                               INVALID KEY
                                   DISPLAY 'No se pudo depurar al '
                                       'sucesor ' SUC-EMPLEADOS-ID
                               NOT INVALID KEY
                                   ADD 1 TO TOTAL-DEPURADOS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           IF TOTAL-DEPURADOS > ZERO
               DISPLAY 'Sucesores retirados del plan por baja o '
                   'traslado: ' TOTAL-DEPURADOS
           END-IF.

       VERIFICAR-SUCESOR-VIGENTE.
           MOVE 'S' TO SUCESOR-VIGENTE.
           MOVE SUC-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'N' TO SUCESOR-VIGENTE
           END-READ.
           IF SUCESOR-VIGENTE = 'S'
               PERFORM LEER-POSICION-DEL-EMPLEADO
               IF STATUS-INATIVO OR
                       EMPLEADOS-DEPARTAMENTO NOT = SUC-DEPARTAMENTO OR
                       POSICION-DEL-EMPLEADO NOT = SUC-POSICION-ORIGEN
                   MOVE 'N' TO SUCESOR-VIGENTE
               END-IF
           END-IF.

      *    Posicion que ocupa hoy el empleado en proceso (blanco si
      *    no ocupa ninguna).
       LEER-POSICION-DEL-EMPLEADO.
           MOVE SPACES TO POSICION-DEL-EMPLEADO.
           IF EMP-POS-STATUS = '00'
               MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID
               READ EMP-POS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EPO-POSICION TO POSICION-DEL-EMPLEADO
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *    Mantenimiento de sucesores.
      *----------------------------------------------------------------
       LEER-POSICION-CRITICA.
           MOVE 'N' TO POSICION-VALIDA.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           MOVE POSICION-BUSCADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa posicion.'
               NOT INVALID KEY
                   IF POSICION-CRITICA
                       MOVE 'S' TO POSICION-VALIDA
                   ELSE
                       DISPLAY 'La posicion no esta marcada como '
                           'critica (PosicionesMaster-90).'
                   END-IF
           END-READ.

       NOMBRAR-SUCESOR.
           PERFORM LEER-POSICION-CRITICA.
           IF POSICION-VALIDA = 'S'
               PERFORM LEER-EMPLEADO
           END-IF.
           IF POSICION-VALIDA = 'S' AND EMPLEADO-VALIDO = 'S'
               PERFORM LEER-POSICION-DEL-EMPLEADO
               IF POSICION-DEL-EMPLEADO = POS-ID
                   DISPLAY 'El empleado ya es titular de la posicion.'
               ELSE
                   MOVE POS-ID TO SUC-POSICION
                   MOVE EMPLEADOS-ID TO SUC-EMPLEADOS-ID
                   READ SUCESORES-ARCHIVO
                       INVALID KEY
                           PERFORM GRABAR-SUCESOR
                       NOT INVALID KEY
                           DISPLAY 'Ya es sucesor de esa posicion; '
                               'use la opcion 2 para cambiar su '
                               'preparacion.'
                   END-READ
               END-IF
           END-IF.

       GRABAR-SUCESOR.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PREPARACION UNTIL CAMPO-VALIDO = 'S'.
           MOVE FECHA-HOY TO SUC-FECHA.
           MOVE EMPLEADOS-DEPARTAMENTO TO SUC-DEPARTAMENTO.
           MOVE POSICION-DEL-EMPLEADO TO SUC-POSICION-ORIGEN.
           WRITE SUCESORES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo guardar el sucesor.'
               NOT INVALID KEY
                   DISPLAY 'Sucesor ' SUC-EMPLEADOS-ID
                       ' nombrado para la posicion ' SUC-POSICION '.'
           END-WRITE.

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
                       IF STATUS-INATIVO
                           DISPLAY 'El empleado esta dado de baja.'
                       ELSE
                           MOVE 'S' TO EMPLEADO-VALIDO
                       END-IF
               END-READ
           END-IF.

       OBTENER-PREPARACION.
           DISPLAY PREPARACION-TXT.
           ACCEPT SUC-PREPARACION.
           MOVE FUNCTION UPPER-CASE(SUC-PREPARACION)
               TO SUC-PREPARACION.
           IF PREPARACION-VALIDA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Preparacion invalida: introduce A, M o L.'
           END-IF.

       CAMBIAR-PREPARACION.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           MOVE POSICION-BUSCADA TO SUC-POSICION.
           MOVE ID-ENTRADA TO SUC-EMPLEADOS-ID.
           READ SUCESORES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No es sucesor de esa posicion.'
               NOT INVALID KEY
                   DISPLAY 'Actual: preparacion=' SUC-PREPARACION
                   MOVE 'N' TO CAMPO-VALIDO
                   PERFORM OBTENER-PREPARACION
                       UNTIL CAMPO-VALIDO = 'S'
                   REWRITE SUCESORES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           DISPLAY 'Preparacion actualizada.'
                   END-REWRITE
           END-READ.

       QUITAR-SUCESOR.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           DISPLAY ID-TXT.
           ACCEPT ID-ENTRADA.
           MOVE POSICION-BUSCADA TO SUC-POSICION.
           MOVE ID-ENTRADA TO SUC-EMPLEADOS-ID.
           READ SUCESORES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No es sucesor de esa posicion.'
               NOT INVALID KEY
                   DELETE SUCESORES-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY 'No se pudo quitar.'
                       NOT INVALID KEY
                           DISPLAY 'Sucesor quitado del plan.'
                   END-DELETE
           END-READ.

       LISTAR-SUCESORES.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-BUSCADA.
           MOVE POSICION-BUSCADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe esa posicion.'
               NOT INVALID KEY
                   DISPLAY POS-ID ' ' POS-TITULO ' critica='
                       POS-CRITICA
                   PERFORM RECORRER-SUCESORES
                   IF SUCESORES-LISTADOS = ZERO
                       DISPLAY 'La posicion no tiene sucesores.'
                   END-IF
           END-READ.

      *    Sucesores de POS-ID (la clave empieza por la posicion);
      *    cuenta cuantos hay y cuantos estan listos ahora, y los
      *    escribe al reporte cuando esta abierto.
       RECORRER-SUCESORES.
           MOVE ZERO TO SUCESORES-LISTADOS SUCESORES-LISTOS.
           MOVE POS-ID TO SUC-POSICION.
           MOVE ZERO TO SUC-EMPLEADOS-ID.
           MOVE 'N' TO FIN-SUCESORES.
           START SUCESORES-ARCHIVO KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-SUCESORES
           END-START.
           PERFORM UNTIL FIN-SUCESORES = 'S'
               READ SUCESORES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SUCESORES
                   NOT AT END
                       IF SUC-POSICION NOT = POS-ID
                           MOVE 'S' TO FIN-SUCESORES
                       ELSE
                           PERFORM MOSTRAR-SUCESOR
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-SUCESOR.
           ADD 1 TO SUCESORES-LISTADOS.
           EVALUATE TRUE
               WHEN LISTO-AHORA
                   MOVE 'AHORA' TO TEXTO-PREPARACION
                   ADD 1 TO SUCESORES-LISTOS
               WHEN LISTO-1-2-ANOS
                   MOVE '1-2 ANOS' TO TEXTO-PREPARACION
               WHEN OTHER
                   MOVE '3+ ANOS' TO TEXTO-PREPARACION
           END-EVALUATE.
           MOVE SUC-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-NOMBRE
           END-READ.
           IF OPCION-MENU = '5'
               MOVE SUC-EMPLEADOS-ID TO LSU-ID
               MOVE EMPLEADOS-NOMBRE TO LSU-NOMBRE
               MOVE TEXTO-PREPARACION TO LSU-PREPARACION
               MOVE LINEA-SUCESOR TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               DISPLAY '    ' SUC-EMPLEADOS-ID ' ' EMPLEADOS-NOMBRE
                   ' preparacion=' TEXTO-PREPARACION
                   ' desde=' SUC-FECHA
           END-IF.

      *----------------------------------------------------------------
      *    Reporte de riesgo de sucesion.
      *----------------------------------------------------------------
       REPORTE-RIESGO.
           PERFORM LEER-PARAMETRO.
           COMPUTE FECHA-LIMITE =
               FECHA-HOY + HORIZONTE-ANOS * 10000.
           OPEN OUTPUT REPORTE-ARCHIVO.
           IF REPORTE-STATUS NOT = '00'
               DISPLAY 'Error de archivo REPORTE-ARCHIVO. STATUS ='
                   REPORTE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT DISCIPLINA-ARCHIVO.
           MOVE ZERO TO TOTAL-EN-RIESGO TOTAL-SIN-LISTO.
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
                       IF POSICION-CRITICA
                           PERFORM EVALUAR-POSICION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING INDICE-SIN-LISTO FROM 1 BY 1
                   UNTIL INDICE-SIN-LISTO > TOTAL-SIN-LISTO
                       OR INDICE-SIN-LISTO > MAXIMO-SIN-LISTO
               MOVE SNL-POSICION(INDICE-SIN-LISTO) TO SNL-ID
               MOVE SNL-TITULO(INDICE-SIN-LISTO) TO SNL-TITULO-L
               MOVE SNL-SUCESORES(INDICE-SIN-LISTO) TO SNL-CANTIDAD
               MOVE LINEA-SIN-LISTO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           CLOSE DISCIPLINA-ARCHIVO.
           CLOSE REPORTE-ARCHIVO.
           IF TOTAL-SIN-LISTO > MAXIMO-SIN-LISTO
               DISPLAY 'Aviso: mas de ' MAXIMO-SIN-LISTO
                   ' posiciones sin sucesor listo; el reporte lista '
                   'las primeras.'
           END-IF.
           DISPLAY 'Posiciones criticas en riesgo: ' TOTAL-EN-RIESGO
               ' Sin sucesor listo: ' TOTAL-SIN-LISTO.
           DISPLAY 'Detalle en sucesion_riesgo.txt'.

       LEER-PARAMETRO.
           MOVE 3 TO HORIZONTE-ANOS.
           OPEN INPUT PARAMETRO-ARCHIVO.
           IF PARAMETRO-STATUS = '00'
               READ PARAMETRO-ARCHIVO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAMETRO-REGISTRO IS NUMERIC
                           MOVE PARAMETRO-REGISTRO
                               TO HORIZONTE-ANOS
                       END-IF
               END-READ
           END-IF.
           CLOSE PARAMETRO-ARCHIVO.
           IF HORIZONTE-ANOS < 1 OR HORIZONTE-ANOS > 5
               DISPLAY 'Horizonte fuera de 1-5; se usan 3 anos.'
               MOVE 3 TO HORIZONTE-ANOS
           END-IF.

      *    Titulares de la posicion (empleado_posicion.dat va por
      *    empleado, se recorre completo); el encabezado se escribe
      *    con el primer titular en riesgo.
       EVALUAR-POSICION.
           MOVE 'N' TO POSICION-EN-RIESGO.
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
                               PERFORM EVALUAR-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF POSICION-EN-RIESGO = 'S'
               ADD 1 TO TOTAL-EN-RIESGO
               PERFORM RECORRER-SUCESORES
               IF SUCESORES-LISTADOS = ZERO
                   MOVE '   ** Sin sucesores nombrados **'
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               ELSE
                   IF SUCESORES-LISTOS = ZERO
                       MOVE '   ** Ningun sucesor listo ahora **'
                           TO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
               END-IF
           ELSE
               PERFORM CONTAR-SUCESORES-LISTOS
           END-IF.
           IF SUCESORES-LISTOS = ZERO
               ADD 1 TO TOTAL-SIN-LISTO
               IF TOTAL-SIN-LISTO NOT > MAXIMO-SIN-LISTO
                   MOVE POS-ID TO SNL-POSICION(TOTAL-SIN-LISTO)
                   MOVE POS-TITULO TO SNL-TITULO(TOTAL-SIN-LISTO)
                   MOVE SUCESORES-LISTADOS
                       TO SNL-SUCESORES(TOTAL-SIN-LISTO)
               END-IF
           END-IF.

      *    Igual que RECORRER-SUCESORES pero sin escribir: solo
      *    cuenta, para las posiciones que no estan en riesgo.
       CONTAR-SUCESORES-LISTOS.
           MOVE ZERO TO SUCESORES-LISTADOS SUCESORES-LISTOS.
           MOVE POS-ID TO SUC-POSICION.
           MOVE ZERO TO SUC-EMPLEADOS-ID.
           MOVE 'N' TO FIN-SUCESORES.
           START SUCESORES-ARCHIVO KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-SUCESORES
           END-START.
           PERFORM UNTIL FIN-SUCESORES = 'S'
               READ SUCESORES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-SUCESORES
                   NOT AT END
                       IF SUC-POSICION NOT = POS-ID
                           MOVE 'S' TO FIN-SUCESORES
                       ELSE
                           ADD 1 TO SUCESORES-LISTADOS
                           IF LISTO-AHORA
                               ADD 1 TO SUCESORES-LISTOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Tres riesgos de salida del titular activo: jubilacion
      *    dentro del horizonte (edades de ProyeccionJubilacion-91),
      *    acta final viva y fin de contrato dentro del horizonte.
       EVALUAR-TITULAR.
           MOVE EPO-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE 'I' TO EMPLEADOS-ACTIVO
           END-READ.
           IF NOT STATUS-INATIVO
               MOVE 'N' TO TITULAR-EN-RIESGO
               MOVE SPACES TO TIT-JUBILA TIT-CONTRATO
               MOVE 'N' TO TIT-ACTA
               IF EMPLEADOS-DATA-NASCIMENTO IS NUMERIC AND
                       EMPLEADOS-DATA-NASCIMENTO NOT = ZERO
                   PERFORM CALCULAR-RETIRO
                   IF FECHA-RETIRO <= FECHA-LIMITE
                       MOVE FECHA-RETIRO TO TIT-JUBILA
                       MOVE 'S' TO TITULAR-EN-RIESGO
                   END-IF
               END-IF
               PERFORM BUSCAR-ACTA-FINAL
               IF TIT-ACTA = 'S'
                   MOVE 'S' TO TITULAR-EN-RIESGO
               END-IF
               IF TIPO-CONTRATISTA AND
                       CONT-FECHA-FIN-CONTRATO IS NUMERIC AND
                       CONT-FECHA-FIN-CONTRATO NOT = ZERO AND
                       CONT-FECHA-FIN-CONTRATO <= FECHA-LIMITE
                   MOVE CONT-FECHA-FIN-CONTRATO TO TIT-CONTRATO
                   MOVE 'S' TO TITULAR-EN-RIESGO
               END-IF
               IF TITULAR-EN-RIESGO = 'S'
                   IF POSICION-EN-RIESGO = 'N'
                       MOVE 'S' TO POSICION-EN-RIESGO
                       MOVE POS-ID TO LPO-ID
                       MOVE POS-TITULO TO LPO-TITULO
                       MOVE POS-DEPARTAMENTO TO LPO-DEPTO
                       MOVE LINEA-POSICION TO LINEA-REPORTE
                       WRITE LINEA-REPORTE
                   END-IF
                   MOVE EMPLEADOS-ID TO TIT-ID
                   MOVE EMPLEADOS-NOMBRE TO TIT-NOMBRE
                   MOVE LINEA-TITULAR TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

      *    Misma tabla de edades que PROYECTAR-EMPLEADO en
      *    ProyeccionJubilacion-91.
       CALCULAR-RETIRO.
           EVALUATE DIR-CODIGO-PAIS
               WHEN 'US'
                   MOVE 67 TO EDAD-JUBILACION
               WHEN 'ES'
                   MOVE 67 TO EDAD-JUBILACION
               WHEN 'CO'
                   MOVE 62 TO EDAD-JUBILACION
               WHEN OTHER
                   MOVE 65 TO EDAD-JUBILACION
           END-EVALUATE.
           MOVE EMPLEADOS-DATA-NASCIMENTO TO FECHA-RETIRO.
           COMPUTE FRT-ANO = FRT-ANO + EDAD-JUBILACION.

       BUSCAR-ACTA-FINAL.
           IF DISCIPLINA-STATUS = '00'
               MOVE LOW-VALUES TO DIS-ID
               MOVE 'N' TO FIN-DISCIPLINA
               START DISCIPLINA-ARCHIVO KEY IS NOT LESS THAN DIS-ID
                   INVALID KEY
                       MOVE 'S' TO FIN-DISCIPLINA
               END-START
               PERFORM UNTIL FIN-DISCIPLINA = 'S'
                   READ DISCIPLINA-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-DISCIPLINA
                       NOT AT END
                           IF DIS-EMPLEADOS-ID = EMPLEADOS-ID AND
                                   ACTA-FINAL AND ACTA-ACTIVA
                               MOVE 'S' TO TIT-ACTA
                               MOVE 'S' TO FIN-DISCIPLINA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       END PROGRAM PLAN-SUCESION.
