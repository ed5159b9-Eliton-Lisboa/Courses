      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de activos de la empresa entregados al
      *          personal (laptops, telefonos, gafetes, llaves) en
      *          activos.dat, indexado por etiqueta de inventario:
      *          tipo, descripcion, valor, a quien se entrego
      *          (EMPLEADOS-ID) y las fechas de entrega y devolucion.
      *          Se llega aqui desde el menu de BaseDeDados-01. Lo que
      *          quede entregado a una persona al darla de baja sale
      *          en su constancia de liberacion (LiberacionActivos-145)
      *          y, donde la ley lo permite, se descuenta del
      *          finiquito; ActivosInactivos-146 lista cada semana lo
      *          que siguen teniendo los empleados inactivos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVOS-EMPRESA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL ACTIVOS-ARCHIVO
           ASSIGN TO 'activos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ACT-ETIQUETA
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ACTIVOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  ACTIVOS-ARCHIVO.
           01  ACTIVOS-REGISTRO.
               05  ACT-ETIQUETA PIC X(10).
               05  ACT-TIPO PIC X(4).
                   88  TIPO-ACTIVO-VALIDO VALUES 'LAPT' 'TELF' 'GAFE'
                       'LLAV' 'OTRO'.
      *            LAPT = laptop, TELF = telefono, GAFE = gafete de
      *            acceso, LLAV = llave, OTRO = cualquier otro.
               05  ACT-DESCRIPCION PIC X(30).
               05  ACT-VALOR PIC 9(7)V99.
      *            Valor de reposicion; es lo que se descuenta del
      *            finiquito si no se devuelve.
               05  ACT-EMPLEADOS-ID PIC 9(6).
      *            A quien se entrego por ultima vez; cero = nunca.
               05  ACT-FECHA-ENTREGA PIC 9(8).
               05  ACT-FECHA-DEVOLUCION PIC 9(8).
      *            Cero mientras esta entregado.
               05  ACT-ESTADO PIC X.
                   88  ACTIVO-DISPONIBLE VALUE 'D'.
                   88  ACTIVO-ENTREGADO VALUE 'E'.
                   88  ACTIVO-DADO-DE-BAJA VALUE 'B'.
      *            'B' = perdido, robado o desechado: ya no se
      *            entrega ni se reclama.

       WORKING-STORAGE SECTION.
           01  ETIQUETA-TXT PIC X(30)
               VALUE 'Etiqueta de inventario: '.
           01  TIPO-TXT PIC X(50)
               VALUE 'Tipo (LAPT, TELF, GAFE, LLAV, OTRO): '.
           01  DESCRIPCION-TXT PIC X(30)
               VALUE 'Descripcion: '.
           01  VALOR-TXT PIC X(44)
               VALUE 'Valor de reposicion (2 dec implicitos): '.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  FECHA-TXT PIC X(44)
               VALUE 'Fecha AAAAMMDD (ENTER = hoy): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  ACTIVOS-STATUS PIC XX.
           01  FIN-ACTIVOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  ETIQUETA-ENTRADA PIC X(10).
           01  ACTIVO-VALIDO PIC X.
           01  EMPLEADO-VALIDO PIC X.
           01  CAMPO-VALIDO PIC X.
           01  ID-ENTRADA PIC X(6).
           01  IMPORTE-ENTRADA PIC X(12).
           01  FECHA-ENTRADA PIC X(8).
           01  FECHA-CAPTURADA PIC 9(8).
           01  CONFIRMACION PIC X.
           01  TOTAL-LISTADOS PIC 9(5).
           01  VALOR-LISTADO PIC 9(9)V99.

      *    Validacion real de calendario para las fechas capturadas.
           01  FECHA-EVALUADA PIC 9(8).
           01  FECHA-EVALUADA-R REDEFINES FECHA-EVALUADA.
               05  FEV-ANO PIC 9(4).
               05  FEV-MES PIC 99.
               05  FEV-DIA PIC 99.
           01  FECHA-CALENDARIO-OK PIC X.
           01  DIAS-DEL-MES PIC 99.

           01  LINEA-ACTIVO.
               05  LAC-ETIQUETA PIC X(10).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-TIPO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-DESCRIPCION PIC X(30).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-VALOR PIC Z,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-ESTADO PIC X(1).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-EMPLEADOS-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-FECHA-ENTREGA PIC 9(8).
               05  FILLER PIC X(1) VALUE SPACE.
               05  LAC-FECHA-DEVOLUCION PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '61'
               DISPLAY 'Archivo en uso por otro proceso. Intenta de '
                   'nuevo mas tarde.'
               GOBACK
           END-IF.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               GOBACK
           END-IF.
           OPEN I-O ACTIVOS-ARCHIVO.
           IF ACTIVOS-STATUS = '35' OR ACTIVOS-STATUS = '05'
               OPEN OUTPUT ACTIVOS-ARCHIVO
               CLOSE ACTIVOS-ARCHIVO
               OPEN I-O ACTIVOS-ARCHIVO
           END-IF.
           IF ACTIVOS-STATUS NOT = '00' AND
                   ACTIVOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo ACTIVOS. STATUS ='
                   ACTIVOS-STATUS
               CLOSE EMPLEADOS-ARCHIVO
               GOBACK
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ACTIVOS-ARCHIVO.

       PROGRAM-DONE.
           GOBACK.

       SELECCIONAR-OPERACION.
           DISPLAY '--- Activos de la empresa ---'.
           DISPLAY '1) Alta de un activo'.
           DISPLAY '2) Entregar un activo a un empleado'.
           DISPLAY '3) Registrar la devolucion de un activo'.
           DISPLAY '4) Activos en poder de un empleado'.
           DISPLAY '5) Dar de baja un activo (perdido o desechado)'.
           DISPLAY '6) Listado del inventario'.
           DISPLAY '7) Volver'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM ALTA-ACTIVO
               WHEN '2'
                   PERFORM ENTREGAR-ACTIVO
               WHEN '3'
                   PERFORM DEVOLVER-ACTIVO
               WHEN '4'
                   PERFORM ACTIVOS-DE-EMPLEADO
               WHEN '5'
                   PERFORM BAJA-ACTIVO
               WHEN '6'
                   PERFORM LISTAR-INVENTARIO
               WHEN '7'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Alta, entrega, devolucion y baja de activos.
      *----------------------------------------------------------------
       ALTA-ACTIVO.
           DISPLAY ETIQUETA-TXT.
           ACCEPT ETIQUETA-ENTRADA.
           IF ETIQUETA-ENTRADA = SPACES
               DISPLAY 'La etiqueta no puede quedar en blanco.'
           ELSE
               MOVE ETIQUETA-ENTRADA TO ACT-ETIQUETA
               READ ACTIVOS-ARCHIVO
                   INVALID KEY
                       PERFORM CAPTURAR-ACTIVO
                   NOT INVALID KEY
                       DISPLAY 'Ya existe un activo con la etiqueta '
                           ETIQUETA-ENTRADA '.'
               END-READ
           END-IF.

       CAPTURAR-ACTIVO.
           MOVE SPACES TO ACTIVOS-REGISTRO.
           MOVE ETIQUETA-ENTRADA TO ACT-ETIQUETA.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-TIPO UNTIL CAMPO-VALIDO = 'S'.
           PERFORM UNTIL ACT-DESCRIPCION NOT = SPACES
               DISPLAY DESCRIPCION-TXT
               ACCEPT ACT-DESCRIPCION
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-VALOR UNTIL CAMPO-VALIDO = 'S'.
           MOVE ZERO TO ACT-EMPLEADOS-ID ACT-FECHA-ENTREGA
               ACT-FECHA-DEVOLUCION.
           MOVE 'D' TO ACT-ESTADO.
           WRITE ACTIVOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo grabar el activo. STATUS ='
                       ACTIVOS-STATUS
               NOT INVALID KEY
                   DISPLAY 'Activo ' ACT-ETIQUETA ' dado de alta.'
           END-WRITE.

       OBTENER-TIPO.
           DISPLAY TIPO-TXT.
           ACCEPT ACT-TIPO.
           IF TIPO-ACTIVO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Tipo invalido.'
           END-IF.

       OBTENER-VALOR.
           DISPLAY VALOR-TXT.
           ACCEPT IMPORTE-ENTRADA.
           IF IMPORTE-ENTRADA IS NUMERIC
               COMPUTE ACT-VALOR =
                   FUNCTION NUMVAL(IMPORTE-ENTRADA) / 100
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Importe invalido: introduce solo digitos.'
           END-IF.

      *    Fecha capturada en FECHA-CAPTURADA: ENTER = hoy; no se
      *    aceptan fechas futuras.
       OBTENER-FECHA.
           DISPLAY FECHA-TXT.
           MOVE SPACES TO FECHA-ENTRADA.
           ACCEPT FECHA-ENTRADA.
           IF FECHA-ENTRADA = SPACES
               MOVE FECHA-HOY TO FECHA-CAPTURADA
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               IF FECHA-ENTRADA IS NOT NUMERIC
                   DISPLAY 'Fecha invalida: introduce solo digitos '
                       'AAAAMMDD.'
               ELSE
                   MOVE FECHA-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
                   EVALUATE TRUE
                       WHEN FECHA-CALENDARIO-OK = 'N'
                           DISPLAY 'Fecha invalida: mes o dia fuera '
                               'de calendario.'
                       WHEN FECHA-EVALUADA > FECHA-HOY
                           DISPLAY 'La fecha no puede ser futura.'
                       WHEN OTHER
                           MOVE FECHA-EVALUADA TO FECHA-CAPTURADA
                           MOVE 'S' TO CAMPO-VALIDO
                   END-EVALUATE
               END-IF
           END-IF.

       LEER-ACTIVO.
           MOVE 'N' TO ACTIVO-VALIDO.
           DISPLAY ETIQUETA-TXT.
           ACCEPT ETIQUETA-ENTRADA.
           MOVE ETIQUETA-ENTRADA TO ACT-ETIQUETA.
           READ ACTIVOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un activo con la etiqueta '
                       ETIQUETA-ENTRADA '.'
               NOT INVALID KEY
                   MOVE 'S' TO ACTIVO-VALIDO
           END-READ.

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

      *    Solo se entrega lo que esta disponible, y solo a personal
      *    activo.
       ENTREGAR-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF ACTIVO-VALIDO = 'S'
               EVALUATE TRUE
                   WHEN ACTIVO-ENTREGADO
                       DISPLAY 'El activo ya esta entregado al ID '
                           ACT-EMPLEADOS-ID '; registre antes la '
                           'devolucion.'
                       MOVE 'N' TO ACTIVO-VALIDO
                   WHEN ACTIVO-DADO-DE-BAJA
                       DISPLAY 'El activo esta dado de baja.'
                       MOVE 'N' TO ACTIVO-VALIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF ACTIVO-VALIDO = 'S'
               PERFORM LEER-EMPLEADO
               IF EMPLEADO-VALIDO = 'S' AND STATUS-INATIVO
                   DISPLAY 'El empleado esta dado de baja.'
                   MOVE 'N' TO EMPLEADO-VALIDO
               END-IF
               IF EMPLEADO-VALIDO = 'S'
                   MOVE 'N' TO CAMPO-VALIDO
                   PERFORM OBTENER-FECHA UNTIL CAMPO-VALIDO = 'S'
                   MOVE EMPLEADOS-ID TO ACT-EMPLEADOS-ID
                   MOVE FECHA-CAPTURADA TO ACT-FECHA-ENTREGA
                   MOVE ZERO TO ACT-FECHA-DEVOLUCION
                   MOVE 'E' TO ACT-ESTADO
                   REWRITE ACTIVOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar el activo.'
                       NOT INVALID KEY
                           DISPLAY 'Activo ' ACT-ETIQUETA
                               ' entregado a ' EMPLEADOS-NOMBRE
                   END-REWRITE
               END-IF
           END-IF.

       DEVOLVER-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF ACTIVO-VALIDO = 'S'
               IF NOT ACTIVO-ENTREGADO
                   DISPLAY 'El activo no esta entregado a nadie.'
               ELSE
                   MOVE 'N' TO CAMPO-VALIDO
                   PERFORM OBTENER-FECHA UNTIL CAMPO-VALIDO = 'S'
                   IF FECHA-CAPTURADA < ACT-FECHA-ENTREGA
                       DISPLAY 'La devolucion no puede ser anterior '
                           'a la entrega (' ACT-FECHA-ENTREGA ').'
                   ELSE
                       MOVE FECHA-CAPTURADA TO ACT-FECHA-DEVOLUCION
                       MOVE 'D' TO ACT-ESTADO
                       REWRITE ACTIVOS-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo actualizar el '
                                   'activo.'
                           NOT INVALID KEY
                               DISPLAY 'Devolucion registrada; el '
                                   'activo queda disponible.'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *    Un activo perdido o robado mientras estaba entregado se
      *    puede dar de baja igual; deja de salir en la liberacion.
       BAJA-ACTIVO.
           PERFORM LEER-ACTIVO.
           IF ACTIVO-VALIDO = 'S'
               IF ACTIVO-DADO-DE-BAJA
                   DISPLAY 'El activo ya esta dado de baja.'
               ELSE
                   DISPLAY 'Confirma la baja de ' ACT-DESCRIPCION
                       ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMACION = 'S' OR CONFIRMACION = 's'
                       IF ACTIVO-ENTREGADO
                           MOVE FECHA-HOY TO ACT-FECHA-DEVOLUCION
                       END-IF
                       MOVE 'B' TO ACT-ESTADO
                       REWRITE ACTIVOS-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo actualizar el '
                                   'activo.'
                           NOT INVALID KEY
                               DISPLAY 'Activo dado de baja.'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Consultas.
      *----------------------------------------------------------------
       ACTIVOS-DE-EMPLEADO.
           PERFORM LEER-EMPLEADO.
           IF EMPLEADO-VALIDO = 'S'
               DISPLAY 'Activos en poder de ' EMPLEADOS-NOMBRE
                   EMPLEADOS-APELLIDOS
               MOVE ZERO TO TOTAL-LISTADOS VALOR-LISTADO
               MOVE LOW-VALUES TO ACT-ETIQUETA
               MOVE 'N' TO FIN-ACTIVOS
               START ACTIVOS-ARCHIVO
                       KEY IS NOT LESS THAN ACT-ETIQUETA
                   INVALID KEY
                       MOVE 'S' TO FIN-ACTIVOS
               END-START
               PERFORM UNTIL FIN-ACTIVOS = 'S'
                   READ ACTIVOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ACTIVOS
                       NOT AT END
                           IF ACTIVO-ENTREGADO AND
                                   ACT-EMPLEADOS-ID = EMPLEADOS-ID
                               PERFORM MOSTRAR-ACTIVO
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'Activos: ' TOTAL-LISTADOS
                   ' Valor: ' VALOR-LISTADO
           END-IF.

       LISTAR-INVENTARIO.
           MOVE ZERO TO TOTAL-LISTADOS VALOR-LISTADO.
           MOVE LOW-VALUES TO ACT-ETIQUETA.
           MOVE 'N' TO FIN-ACTIVOS.
           START ACTIVOS-ARCHIVO KEY IS NOT LESS THAN ACT-ETIQUETA
               INVALID KEY
                   MOVE 'S' TO FIN-ACTIVOS
           END-START.
           DISPLAY 'ETIQUETA   TIPO DESCRIPCION                    '
               '       VALOR E ID     ENTREGA  DEVOLUC.'.
           PERFORM UNTIL FIN-ACTIVOS = 'S'
               READ ACTIVOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ACTIVOS
                   NOT AT END
                       PERFORM MOSTRAR-ACTIVO
               END-READ
           END-PERFORM.
           DISPLAY 'Activos: ' TOTAL-LISTADOS ' Valor: ' VALOR-LISTADO.

       MOSTRAR-ACTIVO.
           MOVE ACT-ETIQUETA TO LAC-ETIQUETA.
           MOVE ACT-TIPO TO LAC-TIPO.
           MOVE ACT-DESCRIPCION TO LAC-DESCRIPCION.
           MOVE ACT-VALOR TO LAC-VALOR.
           MOVE ACT-ESTADO TO LAC-ESTADO.
           MOVE ACT-EMPLEADOS-ID TO LAC-EMPLEADOS-ID.
           MOVE ACT-FECHA-ENTREGA TO LAC-FECHA-ENTREGA.
           MOVE ACT-FECHA-DEVOLUCION TO LAC-FECHA-DEVOLUCION.
           DISPLAY LINEA-ACTIVO.
           ADD 1 TO TOTAL-LISTADOS.
           ADD ACT-VALOR TO VALOR-LISTADO.

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

       END PROGRAM ACTIVOS-EMPRESA.
