      ******************************************************************
      * Author:
      * Date:
      * Purpose: Devengo de nomina de fin de mes: la corrida paga
      *          hasta la fecha de corte del calendario
      *          (calendario_nomina.dat, via PERIODO-GRUPO) y los dias
      *          entre el corte y el fin de mes no quedan en el mes en
      *          que se ganaron. Estima, por cada empleado activo del
      *          grupo, el salario de esos dias y su cuota patronal
      *          (codigos clase 'C' de deducciones.dat), lo reparte
      *          entre departamentos con asignaciones.dat, y escribe
      *          la poliza de devengo balanceada (devengo_nomina.txt)
      *          con el mismo formato de cabecera, detalle y cola de
      *          ExtractoContable-74, fechada al fin de mes, mas su
      *          reversion automatica (devengo_reversion.txt) fechada
      *          el primero del mes siguiente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVENGO-NOMINA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL DEDUCCIONES-ARCHIVO
           ASSIGN TO 'deducciones.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDUCCIONES-STATUS.

      *    Repartos multi-departamento por empleado (mantenidos por
      *    AsignacionCostos-63).
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASIG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

           SELECT POLIZA-ARCHIVO
           ASSIGN TO 'devengo_nomina.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLIZA-STATUS.

           SELECT REVERSION-ARCHIVO
           ASSIGN TO 'devengo_reversion.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSION-STATUS.

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

       FD  DEDUCCIONES-ARCHIVO.
           01  DEDUCCIONES-REGISTRO.
               05  DEDUCCIONES-CODIGO PIC X(4).
               05  DEDUCCIONES-DESCRIPCION PIC X(30).
               05  DEDUCCIONES-METODO PIC X.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
               05  DEDUCCIONES-APLICA PIC X.
                   88  APLICA-PERMANENTE VALUE 'P' 'A'.
                   88  APLICA-CONTRATISTA VALUE 'C' 'A'.
               05  DEDUCCIONES-CLASE PIC X.
      *            Blanco (lineas viejas) = estatutaria.
                   88  CLASE-ESTATUTARIA VALUE 'E' ' '.
                   88  CLASE-VOLUNTARIA VALUE 'V'.
                   88  CLASE-PATRONAL VALUE 'C'.

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASIG-CLAVE.
                   10  ASIG-EMPLEADOS-ID PIC 9(6).
                   10  ASIG-DEPARTAMENTO PIC X(4).
               05  ASIG-PORCENTAJE PIC 9(3).

       FD  POLIZA-ARCHIVO.
           01  LINEA-POLIZA PIC X(60).

       FD  REVERSION-ARCHIVO.
           01  LINEA-REVERSION PIC X(60).

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
           01  DEDUCCIONES-STATUS PIC XX.
           01  ASIGNACIONES-STATUS PIC XX.
           01  POLIZA-STATUS PIC XX.
           01  REVERSION-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X.
           01  FIN-DEDUCCIONES PIC X.
           01  FIN-ASIGNACIONES PIC X.
           01  HAY-ASIGNACIONES PIC X VALUE 'N'.

      *    Cuentas del plan contable que importa el mayor (gasto y
      *    provision patronal, las mismas de ExtractoContable-74;
      *    el pasivo de sueldos devengados es cuenta propia).
           01  CUENTA-SUELDOS PIC X(6) VALUE '610000'.
           01  CUENTA-PATRONAL PIC X(6) VALUE '620000'.
           01  CUENTA-DEVENGO PIC X(6) VALUE '240000'.
           01  CUENTA-PROV-PATRONAL PIC X(6) VALUE '230000'.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

      *    Ventana del devengo: del dia siguiente al corte al ultimo
      *    dia del mes del corte.
           01  FECHA-CORTE PIC 9(8).
           01  FECHA-CORTE-R REDEFINES FECHA-CORTE.
               05  CORTE-ANO PIC 9(4).
               05  CORTE-MES PIC 99.
               05  CORTE-DIA PIC 99.
           01  FECHA-MES-SIGUIENTE PIC 9(8).
           01  FECHA-MES-SIGUIENTE-R REDEFINES FECHA-MES-SIGUIENTE.
               05  SIG-ANO PIC 9(4).
               05  SIG-MES PIC 99.
               05  SIG-DIA PIC 99.
           01  FECHA-FIN-MES PIC 9(8).
           01  FECHA-FIN-MES-R REDEFINES FECHA-FIN-MES.
               05  FIN-ANO PIC 9(4).
               05  FIN-MES PIC 99.
               05  FIN-DIA PIC 99.
           01  PERIODO-DEVENGO PIC 9(6).
           01  DIAS-DEVENGO PIC 9(3).
           01  DIAS-MES PIC 9(3).

      *    Codigos de cuota patronal aplicables (clase 'C'); los de
      *    tabla se dejan a la corrida de recibos.
           01  MAXIMO-CUOTAS PIC 99 VALUE 20.
           01  TOTAL-CUOTAS PIC 99 VALUE ZERO.
           01  INDICE-CUOTA PIC 99.
           01  TABLA-CUOTAS.
               05  CUOTA-ENTRADA OCCURS 20 TIMES.
                   10  CUO-METODO PIC X.
                   10  CUO-VALOR PIC 9(7)V99.
                   10  CUO-APLICA PIC X.
                       88  CUO-APLICA-PERMANENTE VALUE 'P' 'A'.
                       88  CUO-APLICA-CONTRATISTA VALUE 'C' 'A'.

      *    Juego de repartos del empleado en proceso (mismo criterio
      *    de tabla chica que REPARTIR-EMPLEADO en
      *    AsignacionCostos-63).
           01  MAXIMO-PARTES PIC 99 VALUE 10.
           01  TOTAL-PARTES PIC 99.
           01  INDICE-PARTE PIC 99.
           01  TABLA-PARTES.
               05  PARTE-ENTRADA OCCURS 10 TIMES.
                   10  PARTE-DEPARTAMENTO PIC X(4).
                   10  PARTE-PORCENTAJE PIC 9(3).

      *    Acumulados de cargo por departamento.
           01  MAXIMO-DEPTOS PIC 9(3) VALUE 100.
           01  TOTAL-DEPTOS PIC 9(3) VALUE ZERO.
           01  INDICE-DEPTO PIC 9(3).
           01  DEPTO-HALLADO PIC X.
           01  TABLA-DEPTOS.
               05  DEPTO-ENTRADA OCCURS 100 TIMES.
                   10  DEP-CODIGO PIC X(4).
                   10  DEP-BRUTO PIC 9(11)V99.
                   10  DEP-PATRONAL PIC 9(11)V99.
           01  DEPTO-CARGADO PIC X(4).
           01  BRUTO-PARTE PIC 9(9)V99.
           01  PATRONAL-PARTE PIC 9(9)V99.
           01  BRUTO-RESTANTE PIC 9(9)V99.
           01  PATRONAL-RESTANTE PIC 9(9)V99.

           01  DEVENGO-EMPLEADO PIC 9(9)V99.
           01  PATRONAL-EMPLEADO PIC 9(9)V99.
           01  CUOTA-CALCULADA PIC 9(9)V99.

           01  TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-DEVENGO PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-PATRONAL PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-LINEAS PIC 9(5) VALUE ZERO.
           01  HASH-CONTROL PIC 9(13)V99 VALUE ZERO.

      *    Sentido de la poliza en curso: 'N' = devengo, 'R' =
      *    reversion (cargos y abonos invertidos).
           01  SENTIDO-POLIZA PIC X.
           01  TIPO-CARGO PIC X.
           01  TIPO-ABONO PIC X.

           01  LINEA-LOTE-CABECERA.
               05  FILLER PIC X(1) VALUE 'H'.
               05  LOT-FECHA PIC 9(8).
               05  LOT-PERIODO PIC 9(6).
               05  LOT-CONCEPTO PIC X(8).
               05  LOT-GRUPO PIC X(4).

           01  LINEA-ASIENTO.
               05  ASI-TIPO PIC X.
      *            'D' = cargo, 'C' = abono
               05  ASI-CUENTA PIC X(6).
               05  ASI-DEPARTAMENTO PIC X(4).
               05  ASI-IMPORTE PIC 9(11)V99.
               05  ASI-CONCEPTO PIC X(20).

           01  LINEA-LOTE-COLA.
               05  FILLER PIC X(1) VALUE 'T'.
               05  LOT-LINEAS PIC 9(5).
               05  LOT-HASH PIC 9(13)V99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CALCULAR-VENTANA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-CUOTAS-PATRONALES.
           IF DIAS-DEVENGO > ZERO
               PERFORM LEER-SIGUIENTE
               PERFORM PROCESAR-EMPLEADO
                   UNTIL FIN-DEL-ARCHIVO = '0'
           END-IF.
           MOVE 'N' TO SENTIDO-POLIZA.
           PERFORM ESCRIBIR-POLIZA.
           MOVE 'R' TO SENTIDO-POLIZA.
           PERFORM ESCRIBIR-POLIZA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Dias devengados    : ' DIAS-DEVENGO ' de '
               DIAS-MES ' (corte ' FECHA-CORTE ').'.
           DISPLAY 'Empleados devengados: ' TOTAL-EMPLEADOS.
           DISPLAY 'Sueldos devengados : ' TOTAL-DEVENGO.
           DISPLAY 'Cuota patronal     : ' TOTAL-PATRONAL.
           DISPLAY 'Poliza en devengo_nomina.txt, reversion en '
               'devengo_reversion.txt'.
           PERFORM REGISTRAR-RUN-LOG.

       PROGRAM-DONE.
           STOP RUN.

      *    Fin de mes = dia anterior al primero del mes siguiente al
      *    corte; sin dias entre ambos (corte al fin de mes) las dos
      *    polizas salen vacias pero balanceadas.
       CALCULAR-VENTANA.
           MOVE CRG-FECHA-CORTE TO FECHA-CORTE.
           MOVE CORTE-ANO TO SIG-ANO.
           MOVE CORTE-MES TO SIG-MES.
           MOVE 1 TO SIG-DIA.
           IF SIG-MES = 12
               MOVE 1 TO SIG-MES
               ADD 1 TO SIG-ANO
           ELSE
               ADD 1 TO SIG-MES
           END-IF.
           COMPUTE FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-MES-SIGUIENTE) - 1).
           MOVE FIN-DIA TO DIAS-MES.
           COMPUTE DIAS-DEVENGO = FIN-DIA - CORTE-DIA.
           MOVE FECHA-CORTE(1:6) TO PERIODO-DEVENGO.

       ABRIR-ARCHIVOS.
           MOVE '1' TO FIN-DEL-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS NOT = '00' AND
                   EMPLEADOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPLEADOS-ARCHIVO. STATUS ='
                   EMPLEADOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE '0' TO FIN-DEL-ARCHIVO
           END-START.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS = '00'
               MOVE 'S' TO HAY-ASIGNACIONES
           END-IF.
           OPEN OUTPUT POLIZA-ARCHIVO.
           IF POLIZA-STATUS NOT = '00'
               DISPLAY 'Error de archivo POLIZA. STATUS ='
                   POLIZA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REVERSION-ARCHIVO.
           IF REVERSION-STATUS NOT = '00'
               DISPLAY 'Error de archivo REVERSION. STATUS ='
                   REVERSION-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE POLIZA-ARCHIVO.
           CLOSE REVERSION-ARCHIVO.

       CARGAR-CUOTAS-PATRONALES.
           OPEN INPUT DEDUCCIONES-ARCHIVO.
           IF DEDUCCIONES-STATUS = '00'
               MOVE 'N' TO FIN-DEDUCCIONES
               PERFORM UNTIL FIN-DEDUCCIONES = 'S'
                   READ DEDUCCIONES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEDUCCIONES
                       NOT AT END
                           IF CLASE-PATRONAL AND NOT METODO-TABLA
                                   AND NOT METODO-TABLA-REGIONAL
                                   AND TOTAL-CUOTAS < MAXIMO-CUOTAS
                               ADD 1 TO TOTAL-CUOTAS
                               MOVE DEDUCCIONES-METODO
                                   TO CUO-METODO(TOTAL-CUOTAS)
                               MOVE DEDUCCIONES-VALOR
                                   TO CUO-VALOR(TOTAL-CUOTAS)
                               MOVE DEDUCCIONES-APLICA
                                   TO CUO-APLICA(TOTAL-CUOTAS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEDUCCIONES-ARCHIVO.

       LEER-SIGUIENTE.
           IF FIN-DEL-ARCHIVO NOT = '0'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE '0' TO FIN-DEL-ARCHIVO
               END-READ
           END-IF.

      *    Salario mensual del maestro a dias naturales del mes, como
      *    el prorrateo de RecibosNomina-21.
       PROCESAR-EMPLEADO.
           IF EMPLEADOS-GRUPO-PAGO = CRG-GRUPO AND STATUS-ATIVO
                   AND EMPLEADOS-SALARIO > ZERO
               COMPUTE DEVENGO-EMPLEADO ROUNDED =
                   EMPLEADOS-SALARIO * DIAS-DEVENGO / DIAS-MES
               PERFORM CALCULAR-PATRONAL
               ADD 1 TO TOTAL-EMPLEADOS
               ADD DEVENGO-EMPLEADO TO TOTAL-DEVENGO
               ADD PATRONAL-EMPLEADO TO TOTAL-PATRONAL
               PERFORM REPARTIR-EMPLEADO
           END-IF.
           PERFORM LEER-SIGUIENTE.

       CALCULAR-PATRONAL.
           MOVE ZERO TO PATRONAL-EMPLEADO.
           PERFORM VARYING INDICE-CUOTA FROM 1 BY 1
                   UNTIL INDICE-CUOTA > TOTAL-CUOTAS
               IF (TIPO-PERMANENTE AND
                       CUO-APLICA-PERMANENTE(INDICE-CUOTA)) OR
                       (TIPO-CONTRATISTA AND
                       CUO-APLICA-CONTRATISTA(INDICE-CUOTA))
                   IF CUO-METODO(INDICE-CUOTA) = 'P'
                       COMPUTE CUOTA-CALCULADA ROUNDED =
                           DEVENGO-EMPLEADO *
                           CUO-VALOR(INDICE-CUOTA) / 100
                   ELSE
                       COMPUTE CUOTA-CALCULADA ROUNDED =
                           CUO-VALOR(INDICE-CUOTA) * DIAS-DEVENGO /
                           DIAS-MES
                   END-IF
                   ADD CUOTA-CALCULADA TO PATRONAL-EMPLEADO
               END-IF
           END-PERFORM.

      *    Mismo reparto que REPARTIR-RESULTADO en
      *    ExtractoContable-74: la ultima porcion por diferencia, o
      *    entero al departamento del maestro sin asignaciones.
       REPARTIR-EMPLEADO.
           PERFORM JUNTAR-PARTES-EMPLEADO.
           IF TOTAL-PARTES = ZERO
               MOVE EMPLEADOS-DEPARTAMENTO TO DEPTO-CARGADO
               MOVE DEVENGO-EMPLEADO TO BRUTO-PARTE
               MOVE PATRONAL-EMPLEADO TO PATRONAL-PARTE
               PERFORM ACUMULAR-DEPTO
           ELSE
               MOVE DEVENGO-EMPLEADO TO BRUTO-RESTANTE
               MOVE PATRONAL-EMPLEADO TO PATRONAL-RESTANTE
               PERFORM VARYING INDICE-PARTE FROM 1 BY 1
                       UNTIL INDICE-PARTE > TOTAL-PARTES
                   IF INDICE-PARTE = TOTAL-PARTES
                       MOVE BRUTO-RESTANTE TO BRUTO-PARTE
                       MOVE PATRONAL-RESTANTE TO PATRONAL-PARTE
                   ELSE
                       COMPUTE BRUTO-PARTE ROUNDED =
                           DEVENGO-EMPLEADO *
                           PARTE-PORCENTAJE(INDICE-PARTE) / 100
                       COMPUTE PATRONAL-PARTE ROUNDED =
                           PATRONAL-EMPLEADO *
                           PARTE-PORCENTAJE(INDICE-PARTE) / 100
                       SUBTRACT BRUTO-PARTE FROM BRUTO-RESTANTE
                       SUBTRACT PATRONAL-PARTE
                           FROM PATRONAL-RESTANTE
                   END-IF
                   MOVE PARTE-DEPARTAMENTO(INDICE-PARTE)
                       TO DEPTO-CARGADO
                   PERFORM ACUMULAR-DEPTO
               END-PERFORM
           END-IF.

       JUNTAR-PARTES-EMPLEADO.
           MOVE ZERO TO TOTAL-PARTES.
           IF HAY-ASIGNACIONES = 'S'
               MOVE EMPLEADOS-ID TO ASIG-EMPLEADOS-ID
               MOVE LOW-VALUES TO ASIG-DEPARTAMENTO
               MOVE 'N' TO FIN-ASIGNACIONES
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASIG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF ASIG-EMPLEADOS-ID NOT = EMPLEADOS-ID
                               MOVE 'S' TO FIN-ASIGNACIONES
                           ELSE
                               IF TOTAL-PARTES < MAXIMO-PARTES
                                   ADD 1 TO TOTAL-PARTES
                                   MOVE ASIG-DEPARTAMENTO TO
                                      PARTE-DEPARTAMENTO(TOTAL-PARTES)
                                   MOVE ASIG-PORCENTAJE TO
                                      PARTE-PORCENTAJE(TOTAL-PARTES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ACUMULAR-DEPTO.
           MOVE 'N' TO DEPTO-HALLADO.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPTOS
               IF DEP-CODIGO(INDICE-DEPTO) = DEPTO-CARGADO
                   MOVE 'S' TO DEPTO-HALLADO
                   ADD BRUTO-PARTE TO DEP-BRUTO(INDICE-DEPTO)
                   ADD PATRONAL-PARTE
                       TO DEP-PATRONAL(INDICE-DEPTO)
               END-IF
           END-PERFORM.
           IF DEPTO-HALLADO = 'N' AND TOTAL-DEPTOS < MAXIMO-DEPTOS
               ADD 1 TO TOTAL-DEPTOS
               MOVE DEPTO-CARGADO TO DEP-CODIGO(TOTAL-DEPTOS)
               MOVE BRUTO-PARTE TO DEP-BRUTO(TOTAL-DEPTOS)
               MOVE PATRONAL-PARTE TO DEP-PATRONAL(TOTAL-DEPTOS)
           END-IF.

      *    La poliza de devengo carga gasto por departamento y abona
      *    el pasivo; la reversion, fechada el primero del mes
      *    siguiente, invierte cada linea para que la corrida de
      *    nomina que paga esos dias no los cargue dos veces.
       ESCRIBIR-POLIZA.
           MOVE ZERO TO TOTAL-LINEAS.
           MOVE ZERO TO HASH-CONTROL.
           IF SENTIDO-POLIZA = 'N'
               MOVE 'D' TO TIPO-CARGO
               MOVE 'C' TO TIPO-ABONO
               MOVE FECHA-FIN-MES TO LOT-FECHA
               MOVE 'DEVENGO ' TO LOT-CONCEPTO
           ELSE
               MOVE 'C' TO TIPO-CARGO
               MOVE 'D' TO TIPO-ABONO
               MOVE FECHA-MES-SIGUIENTE TO LOT-FECHA
               MOVE 'REVERSIO' TO LOT-CONCEPTO
           END-IF.
           MOVE PERIODO-DEVENGO TO LOT-PERIODO.
           MOVE CRG-GRUPO TO LOT-GRUPO.
           MOVE LINEA-LOTE-CABECERA TO LINEA-POLIZA.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
                   UNTIL INDICE-DEPTO > TOTAL-DEPTOS
               IF DEP-BRUTO(INDICE-DEPTO) > ZERO
                   MOVE TIPO-CARGO TO ASI-TIPO
                   MOVE CUENTA-SUELDOS TO ASI-CUENTA
                   MOVE DEP-CODIGO(INDICE-DEPTO)
                       TO ASI-DEPARTAMENTO
                   MOVE DEP-BRUTO(INDICE-DEPTO) TO ASI-IMPORTE
                   MOVE 'SUELDOS DEVENGADOS' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF DEP-PATRONAL(INDICE-DEPTO) > ZERO
                   MOVE TIPO-CARGO TO ASI-TIPO
                   MOVE CUENTA-PATRONAL TO ASI-CUENTA
                   MOVE DEP-CODIGO(INDICE-DEPTO)
                       TO ASI-DEPARTAMENTO
                   MOVE DEP-PATRONAL(INDICE-DEPTO) TO ASI-IMPORTE
                   MOVE 'CUOTAS PAT. DEVENG.' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           IF TOTAL-DEVENGO > ZERO
               MOVE TIPO-ABONO TO ASI-TIPO
               MOVE CUENTA-DEVENGO TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-DEVENGO TO ASI-IMPORTE
               MOVE 'NOMINA DEVENGADA' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           IF TOTAL-PATRONAL > ZERO
               MOVE TIPO-ABONO TO ASI-TIPO
               MOVE CUENTA-PROV-PATRONAL TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-PATRONAL TO ASI-IMPORTE
               MOVE 'PROVISION PATRONAL' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           MOVE TOTAL-LINEAS TO LOT-LINEAS.
           MOVE HASH-CONTROL TO LOT-HASH.
           MOVE LINEA-LOTE-COLA TO LINEA-POLIZA.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-ASIENTO.
           MOVE LINEA-ASIENTO TO LINEA-POLIZA.
           PERFORM ESCRIBIR-LINEA.
           ADD 1 TO TOTAL-LINEAS.
           ADD ASI-IMPORTE TO HASH-CONTROL.

       ESCRIBIR-LINEA.
           IF SENTIDO-POLIZA = 'N'
               WRITE LINEA-POLIZA
           ELSE
               MOVE LINEA-POLIZA TO LINEA-REVERSION
               WRITE LINEA-REVERSION
           END-IF.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
       REGISTRAR-RUN-LOG.
           OPEN EXTEND RUN-LOG-ARCHIVO.
           IF RUN-LOG-STATUS = '00' OR RUN-LOG-STATUS = '05'
               MOVE 'DEVENGO-NOMINA' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-EMPLEADOS TO RUN-LEIDOS
               MOVE TOTAL-LINEAS TO RUN-ESCRITOS
               MOVE ZERO TO RUN-RECHAZADOS
               MOVE 'OK' TO RUN-ESTADO
               WRITE RUN-LOG-REGISTRO
           END-IF.
           CLOSE RUN-LOG-ARCHIVO.

       END PROGRAM DEVENGO-NOMINA.
