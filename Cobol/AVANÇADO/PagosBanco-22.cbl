      *          registros y el importe total para que el banco pueda
      *          cuadrar el archivo. Los empleados activos sin datos
      *          bancarios se reportan al operador y se omiten.
      *          Paga un grupo de pago y periodo a la vez
      *          (PERIODO-GRUPO): solo a quien tiene resultado de ese
      *          grupo y periodo, para no volver a pagar un periodo
      *          anterior ni a otro grupo.
      *          Una cuenta recien aprobada (estado 'P' en banco.dat)
      *          sale primero como prenota: detalle en cero marcado
      *          'P', y la persona cobra con cheque mientras dura el
      *          plazo de prenota; si el banco no la devuelve en ese
      *          plazo (RetornosBanco-70) la cuenta pasa a activa.
      *          Ademas sale un archivo por empresa empleadora
      *          (empresas.dat, EmpresasMaster-166) con la cuenta de
      *          cargo de esa empresa en la cabecera, y el total
      *          pagado por cada una.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAIS-STATUS.

      *    Maestro de empresas empleadoras: cada empresa paga su
      *    nomina desde su propia cuenta, asi que el banco recibe un
      *    archivo por empresa (pagos_banco-EMPR.txt) con la cuenta
      *    de cargo en la cabecera. El combinado no cambia.
           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.

           SELECT EMPRESA-PAGO-ARCHIVO
           ASSIGN DYNAMIC EMPRESA-PAGO-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESA-PAGO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.
      *            cuenta hasta recapturar los datos.
                   88  BANCO-CUENTA-ACTIVA VALUE 'A' ' '.
                   88  BANCO-CUENTA-FALLIDA VALUE 'F'.
                   88  BANCO-CUENTA-PRENOTA VALUE 'P'.
      *        Cambio pendiente de aprobacion dual (opcion 9.3 de
      *        RegistrosIndexados-05): aqui no se usa - se paga
      *        siempre a la ultima cuenta aprobada de arriba.
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

       FD  DEDUCCIONES-ARCHIVO.
           01  DEDUCCIONES-REGISTRO.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
               05  DEDUCCIONES-APLICA PIC X.
                   88  APLICA-PERMANENTE VALUE 'P' 'A'.

       FD  RESULTADOS-ARCHIVO.
           01  RESULTADOS-REGISTRO.
               05  RES-CLAVE.
                   10  RES-EMPLEADOS-ID PIC 9(6).
                   10  RES-PERIODO PIC 9(6).
                   10  RES-TIPO PIC X.
      *                'R' = corrida regular del grupo y periodo;
      *                'E' = corrida extraordinaria (fuera de ciclo);
      *                'A' = anulacion, en negativo, del recibo 'R' o
      *                'E' de la misma secuencia (AnularRecibo-105).
                       88  RES-REGULAR VALUE 'R'.
                       88  RES-EXTRAORDINARIA VALUE 'E'.
                       88  RES-ANULACION VALUE 'A'.
                   10  RES-SECUENCIA PIC 9(3).
      *                000 en la regular; consecutivo por empleado y
      *                periodo en las extraordinarias.
               05  RES-DEPARTAMENTO PIC X(4).
               05  RES-BRUTO PIC S9(9)V99.
               05  RES-DEDUCCIONES PIC S9(9)V99.
               05  RES-PATRONAL PIC S9(9)V99.
               05  RES-NETO PIC S9(9)V99.
               05  RES-GRUPO PIC X(4).

       FD  PAGOS-ARCHIVO.
           01  LINEA-PAGO PIC X(80).
               05  CHQ-FECHA PIC 9(8).
               05  CHQ-ESTADO PIC X.
      *            'E' = emitido, 'A' = anulado, 'R' = reemitido
      *            (sustituido por un cheque nuevo), 'P' = pagado por
      *            el banco (ChequesCobrados-118).
                   88  CHEQUE-EMITIDO VALUE 'E'.
                   88  CHEQUE-ANULADO VALUE 'A'.
                   88  CHEQUE-REEMITIDO VALUE 'R'.
                   88  CHEQUE-PAGADO VALUE 'P'.
               05  CHQ-CONCEPTO PIC X.
      *            'N' (o blanco) = pago de nomina al empleado; 'G' =
      *            remesa de embargos al beneficiario de la orden,
      *            con CHQ-EMPLEADOS-ID en cero.
                   88  CHEQUE-NOMINA VALUE 'N' ' '.
                   88  CHEQUE-EMBARGO VALUE 'G'.
               05  CHQ-BENEFICIARIO PIC X(6).
               05  CHQ-POSITIVO PIC X.
      *            Pago positivo (PagoPositivo-117): blanco = emision
      *            aun no enviada al banco; 'E' = emision enviada;
      *            'A' = anulacion enviada.
               05  CHQ-FECHA-COBRO PIC 9(8).
               05  CHQ-IMPORTE-COBRADO PIC 9(9)V99.
      *            Fecha e importe con que el banco lo pago
      *            (ChequesCobrados-118); CERO = en circulacion.

       FD  CHEQUES-IMPRESOS.
           01  LINEA-CHEQUE PIC X(80).
       FD  PAIS-ARCHIVO.
           01  LINEA-PAIS PIC X(80).

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).

       FD  EMPRESA-PAGO-ARCHIVO.
           01  LINEA-EMPRESA-PAGO PIC X(80).

       WORKING-STORAGE SECTION.
           01  GUARDIA-PROGRAMA PIC X(20).
           01  GUARDIA-RESULTADO PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  BANCO-STATUS PIC XX.
           01  DEDUCCIONES-STATUS PIC XX.
           01  RESULTADOS-STATUS PIC XX.
           01  HAY-RESULTADOS PIC X VALUE 'N'.
           01  RESULTADO-HALLADO PIC X.
           01  RESULTADO-ANULADO PIC X.
           01  EMPLEADO-PAGABLE PIC X.
           01  TOTAL-SIN-RESULTADO PIC 9(5) VALUE ZERO.
           01  AVISAR-SIN-RESULTADO PIC X VALUE 'S'.
      *        Los archivos por pais repiten el recorrido: el aviso y
      *        el conteo salen solo en la pasada combinada.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

           01  TOTAL-PAGOS PIC 9(6) VALUE ZERO.
           01  TOTAL-SIN-BANCO PIC 9(5) VALUE ZERO.
           01  TOTAL-IMPORTE PIC 9(11)V99 VALUE ZERO.

      *    Prenotas: plazo en dias naturales que debe correr sin
      *    devolucion del banco antes de depositar a una cuenta nueva.
           01  DIAS-PRENOTA PIC 9(3) VALUE 10.
           01  DIAS-EN-PRENOTA PIC S9(7).
           01  TOTAL-PRENOTAS PIC 9(5) VALUE ZERO.

           01  BRUTO-EMPLEADO PIC 9(7)V99.
           01  DEDUCCION-CALCULADA PIC 9(7)V99.
           01  DEDUCCIONES-EMPLEADO PIC 9(7)V99.
               05  DET-ID-FISCAL PIC X(15).
      *            Identificador fiscal de la persona, para las
      *            declaraciones que acompanan el pago.
               05  DET-PRENOTA PIC X.
      *            'P' = prenota de una cuenta nueva (importe en cero);
      *            blanco = credito normal.

           01  LINEA-COLA.
               05  FILLER PIC X VALUE 'T'.
      *        Hash de control: suma de los EMPLEADOS-ID del archivo,
      *        para que el banco detecte lineas perdidas o alteradas.

      *    Archivo por empresa empleadora.
           01  EMPRESAS-STATUS PIC XX.
           01  EMPRESA-PAGO-STATUS PIC XX.
           01  EMPRESA-PAGO-NOMBRE PIC X(30).
           01  FIN-EMPRESAS PIC X.
           01  FIN-EMPRESA-PAGO PIC X.
           01  EMPRESA-CONTEO PIC 9(6).
           01  EMPRESA-IMPORTE PIC 9(11)V99.
           01  TOTAL-SIN-EMPRESA PIC 9(5) VALUE ZERO.
           01  LINEA-EMPRESA-CABECERA.
               05  FILLER PIC X VALUE 'H'.
               05  ECA-FECHA PIC 9(8).
               05  FILLER PIC X(8) VALUE 'NOMINA  '.
               05  ECA-EMPRESA PIC X(4).
               05  ECA-ID-FISCAL PIC X(15).
               05  ECA-BANCO-CODIGO PIC X(8).
               05  ECA-CUENTA-CARGO PIC X(20).

      *    Layout MX.
           01  LINEA-MX-CABECERA.
               05  FILLER PIC X(2) VALUE '01'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    Guardia de secuencia compartida (ChequeoPrevio-98): el
      *    archivo del banco no sale hasta que VARIANZA-NOMINA y
      *    BARRIDO-FRAUDE corrieron hoy sin excepciones o con ellas
      *    firmadas por un operador.
           MOVE 'PAGOS-BANCO' TO GUARDIA-PROGRAMA.
           CALL 'CHEQUEO-PREVIO' USING GUARDIA-PROGRAMA
               GUARDIA-RESULTADO.
           IF GUARDIA-RESULTADO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CRG-ULTIMO-EVENTO = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] esta cerrado; no se vuelve a pagar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM LEER-SIGUIENTE.
           PERFORM PROCESAR-REGISTROS UNTIL FIN-DEL-ARCHIVO = '0'.
           PERFORM ESCRIBIR-COLA.
           PERFORM GENERAR-ARCHIVOS-PAIS.
           PERFORM GENERAR-ARCHIVOS-EMPRESA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Pagos generados : ' TOTAL-PAGOS.
           DISPLAY 'Sin datos banco : ' TOTAL-SIN-BANCO.
           DISPLAY 'Prenotas        : ' TOTAL-PRENOTAS
               ' (pagados con cheque).'.
           DISPLAY 'Sin resultado   : ' TOTAL-SIN-RESULTADO
               ' (no pagados).'.
           DISPLAY 'Cheques cortados: ' TOTAL-CHEQUES
               ' (caras en cheques.txt).'.
           DISPLAY 'Importe total   : ' TOTAL-IMPORTE.
           IF TOTAL-SIN-EMPRESA > ZERO
               DISPLAY 'Sin empresa     : ' TOTAL-SIN-EMPRESA
                   ' (solo en el archivo combinado).'
           END-IF.
           DISPLAY 'Archivo de pagos en pagos_banco.txt'.

       PROGRAM-DONE.
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
      *    En I-O para poder dejar fechada la prenota y activar las
      *    cuentas cuyo plazo vencio.
           OPEN I-O BANCO-ARCHIVO.
           IF BANCO-STATUS = '05' OR BANCO-STATUS = '35'
               DISPLAY 'Aviso: no existe banco.dat; ningun empleado '
                   'tiene datos bancarios capturados.'
           WRITE LINEA-PAGO.

       PROCESAR-REGISTROS.
      *    Solo cobra quien es pagable en el grupo y periodo (ver
      *    VERIFICAR-PAGABLE); los que no tienen datos bancarios se
      *    avisan para que se capturen en el submenu de datos
      *    bancarios antes del siguiente pago.
           PERFORM VERIFICAR-PAGABLE.
           IF EMPLEADO-PAGABLE = 'S'
               IF EMPLEADOS-EMPRESA = SPACES
                   ADD 1 TO TOTAL-SIN-EMPRESA
               END-IF
               PERFORM BUSCAR-DATOS-BANCARIOS
               EVALUATE BANCO-ENCONTRADO
                   WHEN 'S'
                       PERFORM ESCRIBIR-DETALLE-PAGO
                   WHEN 'P'
      *                Cuenta en prenota: va el detalle en cero para
      *                que el banco la valide y el neto sale en cheque.
                       PERFORM ESCRIBIR-PRENOTA
                       PERFORM EMITIR-CHEQUE
                   WHEN OTHER
      *                Activo sin datos bancarios: se le corta un
      *                cheque fisico en vez de dejarlo fuera de la
      *                corrida.
                       ADD 1 TO TOTAL-SIN-BANCO
                       PERFORM EMITIR-CHEQUE
               END-EVALUATE
           END-IF.
           PERFORM LEER-SIGUIENTE.

      *    Con resultados de RecibosNomina-21 se paga a quien tenga
      *    resultado del grupo y periodo de la corrida, este activo o
      *    no (el que se fue dentro del periodo cobra sus dias); un
      *    resultado de otro periodo o grupo no se vuelve a pagar.
      *    Sin resultados, los activos del grupo, como siempre.
       VERIFICAR-PAGABLE.
           MOVE 'N' TO EMPLEADO-PAGABLE.
           MOVE 'N' TO RESULTADO-HALLADO.
           IF EMPLEADOS-GRUPO-PAGO = CRG-GRUPO
               IF HAY-RESULTADOS = 'S'
                   PERFORM BUSCAR-RESULTADO
                   IF RESULTADO-HALLADO = 'S' AND
                           RES-PERIODO = CRG-PERIODO AND
                           RES-GRUPO = CRG-GRUPO
                       MOVE 'S' TO EMPLEADO-PAGABLE
                   ELSE
                       MOVE 'N' TO RESULTADO-HALLADO
                       IF NOT STATUS-INATIVO AND
                               AVISAR-SIN-RESULTADO = 'S'
                           ADD 1 TO TOTAL-SIN-RESULTADO
                           DISPLAY 'Sin resultado del periodo '
                               CRG-PERIODO ' para el ID ' EMPLEADOS-ID
                               '; no se paga.'
                       END-IF
                   END-IF
               ELSE
                   IF NOT STATUS-INATIVO
                       MOVE 'S' TO EMPLEADO-PAGABLE
                   END-IF
               END-IF
           END-IF.

       EMITIR-CHEQUE.
           PERFORM CALCULAR-NETO.
           MOVE NETO-EMPLEADO TO CHQ-IMPORTE.
           MOVE FECHA-HOY TO CHQ-FECHA.
           MOVE 'E' TO CHQ-ESTADO.
           MOVE SPACE TO CHQ-POSITIVO.
           MOVE ZERO TO CHQ-FECHA-COBRO.
           MOVE ZERO TO CHQ-IMPORTE-COBRADO.
           MOVE 'N' TO CHQ-CONCEPTO.
           MOVE SPACES TO CHQ-BENEFICIARIO.
           WRITE CHEQUES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo registrar el cheque '
                           DISPLAY 'Cuenta pendiente de aprobacion: '
                               'ID ' EMPLEADOS-ID '; apruebe el '
                               'cambio en la opcion 9.3.'
                       WHEN BANCO-CUENTA-PRENOTA
                           PERFORM EVALUAR-PRENOTA
                       WHEN OTHER
                           MOVE 'S' TO BANCO-ENCONTRADO
                   END-EVALUATE
           END-READ.

      *    La prenota sale la primera corrida tras la aprobacion
      *    (y en las repeticiones de ese mismo dia); mientras no se
      *    cumpla el plazo se paga con cheque, y cumplido sin que
      *    RetornosBanco-70 haya marcado la cuenta fallida, la cuenta
      *    queda activa y esa misma corrida ya deposita. Solo la
      *    pasada combinada toca banco.dat: los archivos por pais
      *    releen el estado que ella dejo.
       EVALUAR-PRENOTA.
           IF BANCO-PRENOTA-FECHA = ZERO OR
                   BANCO-PRENOTA-FECHA = FECHA-HOY
               IF AVISAR-SIN-RESULTADO = 'S'
                   MOVE FECHA-HOY TO BANCO-PRENOTA-FECHA
                   REWRITE BANCO-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo fechar la prenota del '
                               'ID ' EMPLEADOS-ID '.'
                   END-REWRITE
               END-IF
               MOVE 'P' TO BANCO-ENCONTRADO
           ELSE
               COMPUTE DIAS-EN-PRENOTA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY) -
                   FUNCTION INTEGER-OF-DATE(BANCO-PRENOTA-FECHA)
               IF DIAS-EN-PRENOTA < DIAS-PRENOTA
                   IF AVISAR-SIN-RESULTADO = 'S'
                       DISPLAY 'Cuenta en prenota desde el '
                           BANCO-PRENOTA-FECHA ': ID ' EMPLEADOS-ID
                           '; se paga con cheque.'
                   END-IF
               ELSE
                   IF AVISAR-SIN-RESULTADO = 'S'
                       MOVE 'A' TO BANCO-ESTADO
                       REWRITE BANCO-REGISTRO
                           INVALID KEY
                               DISPLAY 'No se pudo activar la cuenta '
                                   'del ID ' EMPLEADOS-ID '.'
                       END-REWRITE
                   END-IF
                   MOVE 'S' TO BANCO-ENCONTRADO
               END-IF
           END-IF.

       ESCRIBIR-DETALLE-PAGO.
           PERFORM CALCULAR-NETO.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE BANCO-CUENTA TO DET-CUENTA.
           MOVE NETO-EMPLEADO TO DET-IMPORTE.
           MOVE EMPLEADOS-ID-FISCAL TO DET-ID-FISCAL.
           MOVE SPACE TO DET-PRENOTA.
           MOVE LINEA-DETALLE TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           ADD 1 TO TOTAL-PAGOS.
           ADD NETO-EMPLEADO TO TOTAL-IMPORTE.

      *    Detalle en cero de la cuenta nueva; cuenta en la cola del
      *    archivo pero no en los pagos.
       ESCRIBIR-PRENOTA.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE BANCO-CODIGO-BANCO TO DET-CODIGO-BANCO.
           MOVE BANCO-CUENTA TO DET-CUENTA.
           MOVE ZERO TO DET-IMPORTE.
           MOVE EMPLEADOS-ID-FISCAL TO DET-ID-FISCAL.
           MOVE 'P' TO DET-PRENOTA.
           MOVE LINEA-DETALLE TO LINEA-PAGO.
           WRITE LINEA-PAGO.
           ADD 1 TO TOTAL-PRENOTAS.

      *    El neto del empleado sale del resultado que dejo la ultima
      *    corrida de RecibosNomina-21; solo a falta de resultados se
      *    recalcula aqui (rebobinando el maestro de deducciones,
      *    omite los codigos voluntarios: sin la corrida de recibos
      *    no se sabe quien esta inscrito.
       CALCULAR-NETO.
           IF RESULTADO-HALLADO = 'S'
               MOVE RES-NETO TO NETO-EMPLEADO
           ELSE
               PERFORM RECALCULAR-NETO
           END-IF.

      *    Resultado regular del empleado en el periodo de la
      *    corrida; los de la nomina extraordinaria se pagan en su
      *    propio archivo (NominaExtra-104). Un recibo ya anulado
      *    (AnularRecibo-105) no se vuelve a pagar.
       BUSCAR-RESULTADO.
           MOVE 'N' TO RESULTADO-HALLADO.
           MOVE 'N' TO RESULTADO-ANULADO.
           MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE CRG-PERIODO TO RES-PERIODO.
           MOVE 'A' TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO RESULTADO-ANULADO
                   DISPLAY 'Recibo anulado del periodo ' CRG-PERIODO
                       ' para el ID ' EMPLEADOS-ID '.'
           END-READ.
           IF RESULTADO-ANULADO = 'N'
               MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID
               MOVE CRG-PERIODO TO RES-PERIODO
               MOVE 'R' TO RES-TIPO
               MOVE ZERO TO RES-SECUENCIA
               READ RESULTADOS-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO RESULTADO-HALLADO
               END-READ
           END-IF.

      *    El salario y los montos fijos del maestro son mensuales;
      *    se llevan a la frecuencia del grupo (x 12 / periodos).
       RECALCULAR-NETO.
           COMPUTE BRUTO-EMPLEADO ROUNDED =
               EMPLEADOS-SALARIO * 12 / CRG-PERIODOS-ANO.
           MOVE ZERO TO DEDUCCIONES-EMPLEADO.
           IF HAY-DEDUCCIONES = 'S'
               OPEN INPUT DEDUCCIONES-ARCHIVO
       ACUMULAR-DEDUCCION.
           IF ((TIPO-PERMANENTE AND APLICA-PERMANENTE) OR
                   (TIPO-CONTRATISTA AND APLICA-CONTRATISTA)) AND
                   CLASE-ESTATUTARIA AND NOT METODO-TABLA AND
                   NOT METODO-TABLA-REGIONAL
               IF METODO-PORCENTAJE
                   COMPUTE DEDUCCION-CALCULADA ROUNDED =
                       BRUTO-EMPLEADO * DEDUCCIONES-VALOR / 100
               ELSE
                   COMPUTE DEDUCCION-CALCULADA ROUNDED =
                       DEDUCCIONES-VALOR * 12 / CRG-PERIODOS-ANO
               END-IF
               ADD DEDUCCION-CALCULADA TO DEDUCCIONES-EMPLEADO
           END-IF.
           END-IF.

       ESCRIBIR-COLA.
           COMPUTE COLA-CONTEO = TOTAL-PAGOS + TOTAL-PRENOTAS.
           MOVE TOTAL-IMPORTE TO COLA-IMPORTE.
           MOVE LINEA-COLA TO LINEA-PAGO.
           WRITE LINEA-PAGO.
      *    por seccion que RosterDepartamentos-46); sin tabla de
      *    formatos solo sale el archivo combinado, como siempre.
       GENERAR-ARCHIVOS-PAIS.
           MOVE 'N' TO AVISAR-SIN-RESULTADO.
           OPEN INPUT FORMATOS-ARCHIVO.
           IF FORMATOS-STATUS = '05' OR FORMATOS-STATUS = '35'
               CLOSE FORMATOS-ARCHIVO
                       AT END
                           MOVE '0' TO FIN-PAIS
                       NOT AT END
                           IF DIR-CODIGO-PAIS = PAIS-ACTUAL
                               PERFORM DETALLE-PAIS-EMPLEADO
                           END-IF
                   END-READ
           END-IF.

       DETALLE-PAIS-EMPLEADO.
           PERFORM VERIFICAR-PAGABLE.
           IF EMPLEADO-PAGABLE = 'S'
               PERFORM BUSCAR-DATOS-BANCARIOS
           ELSE
               MOVE 'N' TO BANCO-ENCONTRADO
           END-IF.
           EVALUATE BANCO-ENCONTRADO
               WHEN 'S'
                   PERFORM CALCULAR-NETO
                   MOVE SPACE TO DET-PRENOTA
                   ADD 1 TO PAIS-CONTEO
                   ADD NETO-EMPLEADO TO PAIS-IMPORTE
                   ADD EMPLEADOS-ID TO PAIS-HASH
                   PERFORM ESCRIBIR-DETALLE-LAYOUT
               WHEN 'P'
      *            La prenota viaja tambien en el layout del pais, en
      *            cero (el cheque ya salio en la pasada combinada).
                   MOVE ZERO TO NETO-EMPLEADO
                   MOVE 'P' TO DET-PRENOTA
                   ADD 1 TO PAIS-CONTEO
                   ADD EMPLEADOS-ID TO PAIS-HASH
                   PERFORM ESCRIBIR-DETALLE-LAYOUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBIR-CABECERA-PAIS.
           EVALUATE LAYOUT-ACTUAL
           END-EVALUATE.
           WRITE LINEA-PAIS.

      *    Un archivo por empresa del maestro, en el layout general,
      *    con la cuenta de cargo de la empresa en la cabecera; mismo
      *    rebobinado del maestro de empleados que los archivos por
      *    pais. Los cheques siguen saliendo en la pasada combinada.
      *    Sin empresas.dat solo sale el combinado, como siempre.
       GENERAR-ARCHIVOS-EMPRESA.
           MOVE 'N' TO AVISAR-SIN-RESULTADO.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS = '05' OR EMPRESAS-STATUS = '35'
               CLOSE EMPRESAS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-EMPRESAS
               PERFORM UNTIL FIN-EMPRESAS = 'S'
                   READ EMPRESAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-EMPRESAS
                       NOT AT END
                           PERFORM GENERAR-UNA-EMPRESA
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-ARCHIVO
           END-IF.

       GENERAR-UNA-EMPRESA.
           MOVE SPACES TO EMPRESA-PAGO-NOMBRE.
           STRING 'pagos_banco-' DELIMITED BY SIZE
                  EMPR-CODIGO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO EMPRESA-PAGO-NOMBRE.
           MOVE ZERO TO EMPRESA-CONTEO.
           MOVE ZERO TO EMPRESA-IMPORTE.
           OPEN OUTPUT EMPRESA-PAGO-ARCHIVO.
           IF EMPRESA-PAGO-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' EMPRESA-PAGO-NOMBRE
                   '. STATUS =' EMPRESA-PAGO-STATUS
           ELSE
               MOVE FECHA-HOY TO ECA-FECHA
               MOVE EMPR-CODIGO TO ECA-EMPRESA
               MOVE EMPR-ID-FISCAL TO ECA-ID-FISCAL
               MOVE EMPR-BANCO-CODIGO TO ECA-BANCO-CODIGO
               MOVE EMPR-CUENTA-CARGO TO ECA-CUENTA-CARGO
               MOVE LINEA-EMPRESA-CABECERA TO LINEA-EMPRESA-PAGO
               WRITE LINEA-EMPRESA-PAGO
               MOVE '1' TO FIN-EMPRESA-PAGO
               MOVE LOW-VALUES TO EMPLEADOS-ID
               START EMPLEADOS-ARCHIVO
                       KEY IS NOT LESS THAN EMPLEADOS-ID
                   INVALID KEY
                       MOVE '0' TO FIN-EMPRESA-PAGO
               END-START
               PERFORM UNTIL FIN-EMPRESA-PAGO = '0'
                   READ EMPLEADOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE '0' TO FIN-EMPRESA-PAGO
                       NOT AT END
                           IF EMPLEADOS-EMPRESA = EMPR-CODIGO
                               PERFORM DETALLE-EMPRESA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE EMPRESA-CONTEO TO COLA-CONTEO
               MOVE EMPRESA-IMPORTE TO COLA-IMPORTE
               MOVE LINEA-COLA TO LINEA-EMPRESA-PAGO
               WRITE LINEA-EMPRESA-PAGO
               CLOSE EMPRESA-PAGO-ARCHIVO
               DISPLAY 'Empresa ' EMPR-CODIGO ' ' EMPR-NOMBRE
               DISPLAY '   ' EMPRESA-PAGO-NOMBRE ': ' EMPRESA-CONTEO
                   ' pagos por ' EMPRESA-IMPORTE '.'
           END-IF.

      *    Mismo criterio que DETALLE-PAIS-EMPLEADO: deposito o
      *    prenota en cero; el que cobra con cheque no va al banco.
       DETALLE-EMPRESA-EMPLEADO.
           PERFORM VERIFICAR-PAGABLE.
           IF EMPLEADO-PAGABLE = 'S'
               PERFORM BUSCAR-DATOS-BANCARIOS
           ELSE
               MOVE 'N' TO BANCO-ENCONTRADO
           END-IF.
           EVALUATE BANCO-ENCONTRADO
               WHEN 'S'
                   PERFORM CALCULAR-NETO
                   MOVE NETO-EMPLEADO TO DET-IMPORTE
                   MOVE SPACE TO DET-PRENOTA
                   ADD 1 TO EMPRESA-CONTEO
                   ADD NETO-EMPLEADO TO EMPRESA-IMPORTE
               WHEN 'P'
                   MOVE ZERO TO DET-IMPORTE
                   MOVE 'P' TO DET-PRENOTA
                   ADD 1 TO EMPRESA-CONTEO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF BANCO-ENCONTRADO = 'S' OR BANCO-ENCONTRADO = 'P'
               MOVE EMPLEADOS-ID TO DET-ID
               MOVE BANCO-CODIGO-BANCO TO DET-CODIGO-BANCO
               MOVE BANCO-CUENTA TO DET-CUENTA
               MOVE EMPLEADOS-ID-FISCAL TO DET-ID-FISCAL
               MOVE LINEA-DETALLE TO LINEA-EMPRESA-PAGO
               WRITE LINEA-EMPRESA-PAGO
           END-IF.

       END PROGRAM PAGOS-BANCO.
