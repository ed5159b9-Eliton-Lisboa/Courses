      *          el mayor: cabecera de lote, cargos de gasto por
      *          departamento, abonos de pasivo por el total, y cola
      *          con conteo y hash de control. Finanzas deja de
      *          reteclear cada corrida a mano. Una poliza por grupo
      *          de pago y periodo (PERIODO-GRUPO): solo entran los
      *          resultados de ese grupo y periodo. El costo de
      *          proyectos capitalizables que CostoProyectos-132 dejo
      *          en costo_proyectos.dat para la corrida regular del
      *          grupo y periodo se reclasifica en la misma poliza:
      *          cargo a la cuenta de capitalizacion por depto del
      *          proyecto y abono a sueldos y cuota patronal del depto
      *          del resultado. Los reembolsos de gastos pagados en
      *          el grupo y periodo (PagoGastos-135) se cargan a la
      *          cuenta de gastos reembolsados del depto de la
      *          persona: los pagados en la nomina se sacan de sueldos
      *          (ya vienen en el bruto) y los pagados por lote de
      *          banco se abonan a reembolsos por pagar.
      *          Despues de la poliza combinada sale una poliza por
      *          empresa empleadora (empresas.dat) con su compania del
      *          mayor en la cabecera: cada empresa abona la nomina de
      *          su gente, y la parte que asignaciones.dat reparte a
      *          un depto de otra empresa (departamentos_empresa.dat)
      *          sale como recargo intercompania - cuenta por cobrar
      *          en la que paga, gasto y cuenta por pagar en la que
      *          recibe el costo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Maestro de empleados, para la empresa empleadora de cada
      *    resultado.
           COPY 'Archivo-fisico.cbl'.

           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

      *    Costo de mano de obra por proyecto (CostoProyectos-132).
           SELECT OPTIONAL COSTO-ARCHIVO
           ASSIGN TO 'costo_proyectos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COSTO-STATUS.

      *    Solicitudes de gastos pagadas (PagoGastos-135).
           SELECT OPTIONAL SOLICITUDES-ARCHIVO
           ASSIGN TO 'gastos_solicitudes.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SOL-FOLIO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS SOLICITUDES-STATUS.

      *    poliza_contable.txt para la combinada y
      *    poliza_contable-EMPR.txt para la de cada empresa.
           SELECT POLIZA-ARCHIVO
           ASSIGN DYNAMIC POLIZA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLIZA-STATUS.

      *    Empresas empleadoras (EmpresasMaster-166) y empresa duena
      *    de cada departamento.
           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.

           SELECT OPTIONAL DEPTO-EMPRESA-ARCHIVO
           ASSIGN TO 'departamentos_empresa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTO-EMPRESA-STATUS.


      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

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

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
                   10  ASIG-DEPARTAMENTO PIC X(4).
               05  ASIG-PORCENTAJE PIC 9(3).

       FD  COSTO-ARCHIVO.
           01  COSTO-REGISTRO.
               05  CPR-MES PIC 9(6).
               05  CPR-GRUPO PIC X(4).
               05  CPR-PERIODO PIC 9(6).
               05  CPR-TIPO PIC X.
               05  CPR-EMPLEADOS-ID PIC 9(6).
               05  CPR-DEPTO-CARGO PIC X(4).
               05  CPR-PROYECTO PIC X(6).
               05  CPR-DEPTO-PROYECTO PIC X(4).
               05  CPR-CAPITALIZABLE PIC X.
               05  CPR-BRUTO PIC S9(9)V99.
               05  CPR-PATRONAL PIC S9(9)V99.

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-FOLIO PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-DEPARTAMENTO PIC X(4).
               05  SOL-FECHA PIC 9(8).
               05  SOL-DESCRIPCION PIC X(30).
               05  SOL-TOTAL PIC 9(7)V99.
               05  SOL-ESTADO PIC X.
                   88  SOL-PAGADA VALUE 'G'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-FECHA-DECISION PIC 9(8).
               05  SOL-MOTIVO PIC X(20).
               05  SOL-FORMA-PAGO PIC X.
                   88  SOL-PAGO-NOMINA VALUE 'N'.
                   88  SOL-PAGO-BANCO VALUE 'B'.
               05  SOL-GRUPO PIC X(4).
               05  SOL-PERIODO PIC 9(6).
               05  SOL-FECHA-PAGO PIC 9(8).

       FD  POLIZA-ARCHIVO.
           01  LINEA-POLIZA PIC X(60).

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).

       FD  DEPTO-EMPRESA-ARCHIVO.
           01  DEPTO-EMPRESA-REGISTRO.
               05  DEM-DEPARTAMENTO PIC X(4).
               05  DEM-EMPRESA PIC X(4).


       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
           01  RESULTADOS-STATUS PIC XX.
           01  ASIGNACIONES-STATUS PIC XX.
           01  POLIZA-STATUS PIC XX.
           01  POLIZA-NOMBRE PIC X(30) VALUE 'poliza_contable.txt'.
           01  EMPLEADOS-STATUS PIC XX.
           01  HAY-EMPLEADOS PIC X VALUE 'N'.
           01  EMPRESAS-STATUS PIC XX.
           01  DEPTO-EMPRESA-STATUS PIC XX.
           01  FIN-EMPRESAS PIC X.
           01  COSTO-STATUS PIC XX.
           01  FIN-COSTO PIC X.
           01  SOLICITUDES-STATUS PIC XX.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-RESULTADOS PIC X.
           01  FIN-ASIGNACIONES PIC X.
           01  HAY-ASIGNACIONES PIC X VALUE 'N'.
           01  CUENTA-RETENCIONES PIC X(6) VALUE '210000'.
           01  CUENTA-NETO-PAGAR PIC X(6) VALUE '220000'.
           01  CUENTA-PROV-PATRONAL PIC X(6) VALUE '230000'.
           01  CUENTA-CAPITALIZACION PIC X(6) VALUE '160000'.
           01  CUENTA-GASTOS-REEMBOLSO PIC X(6) VALUE '640000'.
           01  CUENTA-REEMBOLSOS-PAGAR PIC X(6) VALUE '240000'.
           01  CUENTA-INTERCO-COBRAR PIC X(6) VALUE '150000'.
           01  CUENTA-INTERCO-PAGAR PIC X(6) VALUE '250000'.

      *    Juego de repartos del empleado en proceso (mismo criterio
      *    de tabla chica que REPARTIR-EMPLEADO en
           01  BRUTO-RESTANTE PIC 9(9)V99.
           01  PATRONAL-RESTANTE PIC 9(9)V99.

      *    Reclasificacion a proyectos capitalizables: cargo por
      *    depto del proyecto y abono por depto del resultado.
           01  MAXIMO-RECLASIFICA PIC 9(3) VALUE 100.
           01  TOTAL-CAPITALIZA PIC 9(3) VALUE ZERO.
           01  TOTAL-DESCARGA PIC 9(3) VALUE ZERO.
           01  INDICE-RECLASIFICA PIC 9(3).
           01  RECLASIFICA-HALLADO PIC X.
           01  TABLA-CAPITALIZA.
               05  CAPITALIZA-ENTRADA OCCURS 100 TIMES.
                   10  CAP-DEPARTAMENTO PIC X(4).
                   10  CAP-IMPORTE PIC 9(11)V99.
           01  TABLA-DESCARGA.
               05  DESCARGA-ENTRADA OCCURS 100 TIMES.
                   10  DES-DEPARTAMENTO PIC X(4).
                   10  DES-BRUTO PIC 9(11)V99.
                   10  DES-PATRONAL PIC 9(11)V99.
           01  TOTAL-RECLASIFICADO PIC 9(11)V99 VALUE ZERO.

      *    Reembolsos de gastos del grupo y periodo por depto.
           01  TOTAL-DEPTOS-GASTO PIC 9(3) VALUE ZERO.
           01  TABLA-GASTOS.
               05  GASTO-ENTRADA OCCURS 100 TIMES.
                   10  GAS-DEPARTAMENTO PIC X(4).
                   10  GAS-NOMINA PIC 9(11)V99.
                   10  GAS-BANCO PIC 9(11)V99.
           01  TOTAL-REEMBOLSOS-BANCO PIC 9(11)V99 VALUE ZERO.

           01  TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-BRUTO PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-DEDUCCIONES PIC 9(11)V99 VALUE ZERO.
           01  TOTAL-LINEAS PIC 9(5) VALUE ZERO.
           01  HASH-CONTROL PIC 9(13)V99 VALUE ZERO.
           01  PERIODO-LOTE PIC 9(6) VALUE ZERO.
           01  TOTAL-OTROS-PERIODOS PIC 9(5) VALUE ZERO.
           01  EMPLEADOS-COMBINADA PIC 9(5) VALUE ZERO.
           01  LINEAS-COMBINADA PIC 9(5) VALUE ZERO.
           01  RECLASIFICADO-COMBINADA PIC 9(11)V99 VALUE ZERO.
           01  LINEAS-EMPRESAS PIC 9(5) VALUE ZERO.

      *    Poliza por empresa: EMPRESA-POLIZA en blanco = pasada
      *    combinada (todo como antes); con codigo = solo lo que toca
      *    a esa empresa.
           01  EMPRESA-POLIZA PIC X(4) VALUE SPACES.
           01  EMPRESA-RESULTADO PIC X(4).
           01  EMPRESA-DEPTO PIC X(4).
           01  EMPRESA-DEL-MOVIMIENTO PIC X.
           01  MAXIMO-EMPRESAS PIC 99 VALUE 20.
           01  TOTAL-EMPRESAS PIC 99 VALUE ZERO.
           01  INDICE-EMPRESA PIC 99.
           01  INDICE-EMPRESA-POLIZA PIC 99.
           01  TABLA-EMPRESAS.
               05  EMPRESA-ENTRADA OCCURS 20 TIMES.
                   10  TEM-CODIGO PIC X(4).
                   10  TEM-COMPANIA-GL PIC X(4).
           01  MAXIMO-DEPTOS-EMPRESA PIC 9(3) VALUE 200.
           01  TOTAL-DEPTOS-EMPRESA PIC 9(3) VALUE ZERO.
           01  INDICE-DEPTO-EMPRESA PIC 9(3).
           01  TABLA-DEPTOS-EMPRESA.
               05  DEPTO-EMPRESA-ENTRADA OCCURS 200 TIMES.
                   10  TDE-DEPARTAMENTO PIC X(4).
                   10  TDE-EMPRESA PIC X(4).

      *    Recargos intercompania por empresa contraparte: por cobrar
      *    cuando la gente de esta empresa trabajo para un depto de
      *    la otra; por pagar cuando fue al reves.
           01  TOTAL-INTERCOMPANIA PIC 99 VALUE ZERO.
           01  INDICE-INTERCOMPANIA PIC 99.
           01  INTERCOMPANIA-HALLADA PIC X.
           01  EMPRESA-CONTRAPARTE PIC X(4).
           01  IMPORTE-RECARGO PIC 9(11)V99.
           01  TABLA-INTERCOMPANIA.
               05  INTERCOMPANIA-ENTRADA OCCURS 20 TIMES.
                   10  ICO-EMPRESA PIC X(4).
                   10  ICO-COBRAR PIC 9(11)V99.
                   10  ICO-PAGAR PIC 9(11)V99.

      *    Grupo de pago y periodo de la corrida (PERIODO-GRUPO).
           COPY 'Corrida-grupo.cbl'.

           01  LINEA-LOTE-CABECERA.
               05  FILLER PIC X(1) VALUE 'H'.
               05  LOT-FECHA PIC 9(8).
               05  LOT-PERIODO PIC 9(6).
               05  FILLER PIC X(8) VALUE 'NOMINA  '.
               05  LOT-GRUPO PIC X(4).
               05  LOT-COMPANIA-GL PIC X(4) VALUE SPACES.
      *            Compania del mayor; blanco en la poliza combinada.

           01  LINEA-ASIENTO.
               05  ASI-TIPO PIC X.
               05  ASI-DEPARTAMENTO PIC X(4).
               05  ASI-IMPORTE PIC 9(11)V99.
               05  ASI-CONCEPTO PIC X(20).
               05  ASI-CONTRAPARTE PIC X(4) VALUE SPACES.
      *            Compania del mayor de la otra empresa en los
      *            recargos intercompania; blanco en los demas.

           01  LINEA-LOTE-COLA.
               05  FILLER PIC X(1) VALUE 'T'.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-PERIODO TO PERIODO-LOTE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-RESULTADOS.
           PERFORM CARGAR-RECLASIFICACION.
           PERFORM CARGAR-REEMBOLSOS.
           PERFORM ESCRIBIR-POLIZA.
           CLOSE POLIZA-ARCHIVO.
           MOVE TOTAL-EMPLEADOS TO EMPLEADOS-COMBINADA.
           MOVE TOTAL-LINEAS TO LINEAS-COMBINADA.
           MOVE TOTAL-RECLASIFICADO TO RECLASIFICADO-COMBINADA.
           PERFORM GENERAR-POLIZAS-EMPRESA.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Empleados repartidos: ' EMPLEADOS-COMBINADA.
           DISPLAY 'Lineas de poliza    : ' LINEAS-COMBINADA.
           IF TOTAL-OTROS-PERIODOS > ZERO
               DISPLAY 'Resultados de otro grupo o periodo omitidos: '
                   TOTAL-OTROS-PERIODOS
           END-IF.
           IF RECLASIFICADO-COMBINADA > ZERO
               DISPLAY 'Reclasificado a proyectos capitalizables: '
                   RECLASIFICADO-COMBINADA
           END-IF.
           DISPLAY 'Poliza en poliza_contable.txt'.
           PERFORM REGISTRAR-RUN-LOG.

               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           IF EMPLEADOS-STATUS = '00'
               MOVE 'S' TO HAY-EMPLEADOS
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RESULTADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVO.

       RECORRER-RESULTADOS.
           MOVE LOW-VALUES TO RES-CLAVE.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO
                   KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
      *                La extraordinaria lleva su propia poliza
      *                (NominaExtra-104).
                       IF RES-GRUPO = CRG-GRUPO AND
                               RES-PERIODO = CRG-PERIODO AND
                               RES-REGULAR
                           IF EMPRESA-POLIZA = SPACES
                               PERFORM REPARTIR-RESULTADO
                           ELSE
                               PERFORM REPARTIR-RESULTADO-EMPRESA
                           END-IF
                       ELSE
                           IF EMPRESA-POLIZA = SPACES
                               ADD 1 TO TOTAL-OTROS-PERIODOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           ADD RES-DEDUCCIONES TO TOTAL-DEDUCCIONES.
           ADD RES-PATRONAL TO TOTAL-PATRONAL.
           ADD RES-NETO TO TOTAL-NETO.
           PERFORM JUNTAR-PARTES-EMPLEADO.
           IF TOTAL-PARTES = ZERO
               MOVE RES-DEPARTAMENTO TO DEPTO-CARGADO
               MOVE PATRONAL-PARTE TO DEP-PATRONAL(TOTAL-DEPTOS)
           END-IF.

      *    Costo capitalizable de la corrida regular del grupo y
      *    periodo; sin costo_proyectos.dat no hay reclasificacion.
       CARGAR-RECLASIFICACION.
           OPEN INPUT COSTO-ARCHIVO.
           IF COSTO-STATUS = '00'
               MOVE 'N' TO FIN-COSTO
               PERFORM UNTIL FIN-COSTO = 'S'
                   READ COSTO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-COSTO
                       NOT AT END
                           IF CPR-GRUPO = CRG-GRUPO AND
                                   CPR-PERIODO = CRG-PERIODO AND
                                   CPR-TIPO = 'R' AND
                                   CPR-CAPITALIZABLE = 'S' AND
                                   CPR-BRUTO + CPR-PATRONAL > ZERO
                               MOVE CPR-EMPLEADOS-ID TO EMPLEADOS-ID
                               PERFORM VERIFICAR-EMPRESA-MOVIMIENTO
                               IF EMPRESA-DEL-MOVIMIENTO = 'S'
                                   PERFORM ACUMULAR-CAPITALIZA
                                   PERFORM ACUMULAR-DESCARGA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COSTO-ARCHIVO.

       ACUMULAR-CAPITALIZA.
           MOVE 'N' TO RECLASIFICA-HALLADO.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-CAPITALIZA
               IF CAP-DEPARTAMENTO(INDICE-RECLASIFICA) =
                       CPR-DEPTO-PROYECTO
                   MOVE 'S' TO RECLASIFICA-HALLADO
                   ADD CPR-BRUTO CPR-PATRONAL
                       TO CAP-IMPORTE(INDICE-RECLASIFICA)
               END-IF
           END-PERFORM.
           IF RECLASIFICA-HALLADO = 'N' AND
                   TOTAL-CAPITALIZA < MAXIMO-RECLASIFICA
               ADD 1 TO TOTAL-CAPITALIZA
               MOVE CPR-DEPTO-PROYECTO
                   TO CAP-DEPARTAMENTO(TOTAL-CAPITALIZA)
               COMPUTE CAP-IMPORTE(TOTAL-CAPITALIZA) =
                   CPR-BRUTO + CPR-PATRONAL
           END-IF.
           ADD CPR-BRUTO CPR-PATRONAL TO TOTAL-RECLASIFICADO.

       ACUMULAR-DESCARGA.
           MOVE 'N' TO RECLASIFICA-HALLADO.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-DESCARGA
               IF DES-DEPARTAMENTO(INDICE-RECLASIFICA) =
                       CPR-DEPTO-CARGO
                   MOVE 'S' TO RECLASIFICA-HALLADO
                   ADD CPR-BRUTO TO DES-BRUTO(INDICE-RECLASIFICA)
                   ADD CPR-PATRONAL
                       TO DES-PATRONAL(INDICE-RECLASIFICA)
               END-IF
           END-PERFORM.
           IF RECLASIFICA-HALLADO = 'N' AND
                   TOTAL-DESCARGA < MAXIMO-RECLASIFICA
               ADD 1 TO TOTAL-DESCARGA
               MOVE CPR-DEPTO-CARGO
                   TO DES-DEPARTAMENTO(TOTAL-DESCARGA)
               MOVE CPR-BRUTO TO DES-BRUTO(TOTAL-DESCARGA)
               MOVE CPR-PATRONAL TO DES-PATRONAL(TOTAL-DESCARGA)
           END-IF.

      *    Solicitudes de gastos pagadas en este grupo y periodo.
       CARGAR-REEMBOLSOS.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           IF SOLICITUDES-STATUS = '00'
               MOVE LOW-VALUES TO SOL-FOLIO
               MOVE 'N' TO FIN-SOLICITUDES
               START SOLICITUDES-ARCHIVO
                       KEY IS NOT LESS THAN SOL-FOLIO
                   INVALID KEY
                       MOVE 'S' TO FIN-SOLICITUDES
               END-START
               PERFORM UNTIL FIN-SOLICITUDES = 'S'
                   READ SOLICITUDES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-SOLICITUDES
                       NOT AT END
                           IF SOL-PAGADA AND
                                   SOL-GRUPO = CRG-GRUPO AND
                                   SOL-PERIODO = CRG-PERIODO
                               MOVE SOL-EMPLEADOS-ID TO EMPLEADOS-ID
                               PERFORM VERIFICAR-EMPRESA-MOVIMIENTO
                               IF EMPRESA-DEL-MOVIMIENTO = 'S'
                                   PERFORM ACUMULAR-REEMBOLSO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SOLICITUDES-ARCHIVO.

       ACUMULAR-REEMBOLSO.
           MOVE 'N' TO RECLASIFICA-HALLADO.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-DEPTOS-GASTO
                   OR RECLASIFICA-HALLADO = 'S'
               IF GAS-DEPARTAMENTO(INDICE-RECLASIFICA) =
                       SOL-DEPARTAMENTO
                   MOVE 'S' TO RECLASIFICA-HALLADO
               END-IF
           END-PERFORM.
           IF RECLASIFICA-HALLADO = 'S'
               SUBTRACT 1 FROM INDICE-RECLASIFICA
           ELSE
               IF TOTAL-DEPTOS-GASTO < MAXIMO-RECLASIFICA
                   ADD 1 TO TOTAL-DEPTOS-GASTO
                   MOVE TOTAL-DEPTOS-GASTO TO INDICE-RECLASIFICA
                   MOVE 'S' TO RECLASIFICA-HALLADO
                   MOVE SOL-DEPARTAMENTO
                       TO GAS-DEPARTAMENTO(INDICE-RECLASIFICA)
                   MOVE ZERO TO GAS-NOMINA(INDICE-RECLASIFICA)
                   MOVE ZERO TO GAS-BANCO(INDICE-RECLASIFICA)
               END-IF
           END-IF.
           IF RECLASIFICA-HALLADO = 'S'
               IF SOL-PAGO-NOMINA
                   ADD SOL-TOTAL TO GAS-NOMINA(INDICE-RECLASIFICA)
               ELSE
                   ADD SOL-TOTAL TO GAS-BANCO(INDICE-RECLASIFICA)
                   ADD SOL-TOTAL TO TOTAL-REEMBOLSOS-BANCO
               END-IF
           END-IF.

       ESCRIBIR-POLIZA.
           MOVE FECHA-HOY TO LOT-FECHA.
           MOVE PERIODO-LOTE TO LOT-PERIODO.
           MOVE CRG-GRUPO TO LOT-GRUPO.
           IF EMPRESA-POLIZA = SPACES
               MOVE SPACES TO LOT-COMPANIA-GL
           ELSE
               MOVE TEM-COMPANIA-GL(INDICE-EMPRESA-POLIZA)
                   TO LOT-COMPANIA-GL
           END-IF.
           MOVE LINEA-LOTE-CABECERA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           PERFORM VARYING INDICE-DEPTO FROM 1 BY 1
               MOVE 'PROVISION PATRONAL' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
           PERFORM ESCRIBIR-RECLASIFICACION.
           PERFORM ESCRIBIR-REEMBOLSOS.
           PERFORM ESCRIBIR-INTERCOMPANIA.
           MOVE TOTAL-LINEAS TO LOT-LINEAS.
           MOVE HASH-CONTROL TO LOT-HASH.
           MOVE LINEA-LOTE-COLA TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.

      *    Lineas de reclasificacion: balancean entre si, asi que la
      *    poliza sigue cuadrando con o sin proyectos.
       ESCRIBIR-RECLASIFICACION.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-CAPITALIZA
               IF CAP-IMPORTE(INDICE-RECLASIFICA) > ZERO
                   MOVE 'D' TO ASI-TIPO
                   MOVE CUENTA-CAPITALIZACION TO ASI-CUENTA
                   MOVE CAP-DEPARTAMENTO(INDICE-RECLASIFICA)
                       TO ASI-DEPARTAMENTO
                   MOVE CAP-IMPORTE(INDICE-RECLASIFICA)
                       TO ASI-IMPORTE
                   MOVE 'CAPITALIZ MANO OBRA' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-DESCARGA
               IF DES-BRUTO(INDICE-RECLASIFICA) > ZERO
                   MOVE 'C' TO ASI-TIPO
                   MOVE CUENTA-SUELDOS TO ASI-CUENTA
                   MOVE DES-DEPARTAMENTO(INDICE-RECLASIFICA)
                       TO ASI-DEPARTAMENTO
                   MOVE DES-BRUTO(INDICE-RECLASIFICA) TO ASI-IMPORTE
                   MOVE 'RECLASIF. SUELDOS' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF DES-PATRONAL(INDICE-RECLASIFICA) > ZERO
                   MOVE 'C' TO ASI-TIPO
                   MOVE CUENTA-PATRONAL TO ASI-CUENTA
                   MOVE DES-DEPARTAMENTO(INDICE-RECLASIFICA)
                       TO ASI-DEPARTAMENTO
                   MOVE DES-PATRONAL(INDICE-RECLASIFICA)
                       TO ASI-IMPORTE
                   MOVE 'RECLASIF. PATRONAL' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.

      *    Gasto reembolsado por depto; lo pagado en la nomina sale
      *    de sueldos del mismo depto y lo pagado por banco se abona
      *    a reembolsos por pagar.
       ESCRIBIR-REEMBOLSOS.
           PERFORM VARYING INDICE-RECLASIFICA FROM 1 BY 1
                   UNTIL INDICE-RECLASIFICA > TOTAL-DEPTOS-GASTO
               IF GAS-NOMINA(INDICE-RECLASIFICA) +
                       GAS-BANCO(INDICE-RECLASIFICA) > ZERO
                   MOVE 'D' TO ASI-TIPO
                   MOVE CUENTA-GASTOS-REEMBOLSO TO ASI-CUENTA
                   MOVE GAS-DEPARTAMENTO(INDICE-RECLASIFICA)
                       TO ASI-DEPARTAMENTO
                   COMPUTE ASI-IMPORTE =
                       GAS-NOMINA(INDICE-RECLASIFICA) +
                       GAS-BANCO(INDICE-RECLASIFICA)
                   MOVE 'GASTOS REEMBOLSADOS' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF GAS-NOMINA(INDICE-RECLASIFICA) > ZERO
                   MOVE 'C' TO ASI-TIPO
                   MOVE CUENTA-SUELDOS TO ASI-CUENTA
                   MOVE GAS-DEPARTAMENTO(INDICE-RECLASIFICA)
                       TO ASI-DEPARTAMENTO
                   MOVE GAS-NOMINA(INDICE-RECLASIFICA)
                       TO ASI-IMPORTE
                   MOVE 'RECLASIF. REEMBOLSOS' TO ASI-CONCEPTO
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.
           IF TOTAL-REEMBOLSOS-BANCO > ZERO
               MOVE 'C' TO ASI-TIPO
               MOVE CUENTA-REEMBOLSOS-PAGAR TO ASI-CUENTA
               MOVE SPACES TO ASI-DEPARTAMENTO
               MOVE TOTAL-REEMBOLSOS-BANCO TO ASI-IMPORTE
               MOVE 'REEMBOLSOS X PAGAR' TO ASI-CONCEPTO
               PERFORM ESCRIBIR-ASIENTO
           END-IF.

       ESCRIBIR-ASIENTO.
           MOVE LINEA-ASIENTO TO LINEA-POLIZA.
           WRITE LINEA-POLIZA.
           ADD 1 TO TOTAL-LINEAS.
           ADD ASI-IMPORTE TO HASH-CONTROL.
           MOVE SPACES TO ASI-CONTRAPARTE.

      *    Una poliza por empresa del maestro, con los mismos pasos
      *    que la combinada sobre los acumulados en cero. Sin
      *    empresas.dat (o sin maestro de empleados) solo sale la
      *    combinada, como siempre.
       GENERAR-POLIZAS-EMPRESA.
           PERFORM CARGAR-EMPRESAS.
           IF TOTAL-EMPRESAS > ZERO AND HAY-EMPLEADOS = 'S'
               PERFORM CARGAR-DEPTOS-EMPRESA
               PERFORM VARYING INDICE-EMPRESA-POLIZA FROM 1 BY 1
                       UNTIL INDICE-EMPRESA-POLIZA > TOTAL-EMPRESAS
                   PERFORM GENERAR-UNA-POLIZA-EMPRESA
               END-PERFORM
           END-IF.
           MOVE SPACES TO EMPRESA-POLIZA.

       CARGAR-EMPRESAS.
           MOVE ZERO TO TOTAL-EMPRESAS.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS = '00'
               MOVE 'N' TO FIN-EMPRESAS
               PERFORM UNTIL FIN-EMPRESAS = 'S'
                   READ EMPRESAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-EMPRESAS
                       NOT AT END
                           IF TOTAL-EMPRESAS < MAXIMO-EMPRESAS
                               ADD 1 TO TOTAL-EMPRESAS
                               MOVE EMPR-CODIGO
                                   TO TEM-CODIGO(TOTAL-EMPRESAS)
                               MOVE EMPR-COMPANIA-GL
                                   TO TEM-COMPANIA-GL(TOTAL-EMPRESAS)
                           ELSE
                               DISPLAY 'Mas de ' MAXIMO-EMPRESAS
                                   ' empresas; ' EMPR-CODIGO
                                   ' queda sin poliza propia.'
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMPRESAS-ARCHIVO.

      *    La ultima linea de un depto manda (reasignarlo agrega una
      *    linea nueva en EmpresasMaster-166).
       CARGAR-DEPTOS-EMPRESA.
           MOVE ZERO TO TOTAL-DEPTOS-EMPRESA.
           OPEN INPUT DEPTO-EMPRESA-ARCHIVO.
           IF DEPTO-EMPRESA-STATUS = '00'
               MOVE 'N' TO FIN-EMPRESAS
               PERFORM UNTIL FIN-EMPRESAS = 'S'
                   READ DEPTO-EMPRESA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-EMPRESAS
                       NOT AT END
                           PERFORM ANOTAR-DEPTO-EMPRESA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPTO-EMPRESA-ARCHIVO.

       ANOTAR-DEPTO-EMPRESA.
           MOVE DEM-DEPARTAMENTO TO DEPTO-CARGADO.
           PERFORM BUSCAR-EMPRESA-DEPTO.
           IF INDICE-DEPTO-EMPRESA > TOTAL-DEPTOS-EMPRESA
               IF TOTAL-DEPTOS-EMPRESA < MAXIMO-DEPTOS-EMPRESA
                   ADD 1 TO TOTAL-DEPTOS-EMPRESA
                   MOVE TOTAL-DEPTOS-EMPRESA TO INDICE-DEPTO-EMPRESA
                   MOVE DEM-DEPARTAMENTO
                       TO TDE-DEPARTAMENTO(INDICE-DEPTO-EMPRESA)
                   MOVE DEM-EMPRESA
                       TO TDE-EMPRESA(INDICE-DEPTO-EMPRESA)
               END-IF
           ELSE
               MOVE DEM-EMPRESA TO TDE-EMPRESA(INDICE-DEPTO-EMPRESA)
           END-IF.

      *    Empresa duena de DEPTO-CARGADO; un depto sin empresa
      *    anotada es de la empresa que paga a la persona (no hay
      *    recargo).
       BUSCAR-EMPRESA-DEPTO.
           MOVE EMPRESA-RESULTADO TO EMPRESA-DEPTO.
           PERFORM VARYING INDICE-DEPTO-EMPRESA FROM 1 BY 1
                   UNTIL INDICE-DEPTO-EMPRESA > TOTAL-DEPTOS-EMPRESA
                   OR TDE-DEPARTAMENTO(INDICE-DEPTO-EMPRESA) =
                       DEPTO-CARGADO
               CONTINUE
           END-PERFORM.
           IF INDICE-DEPTO-EMPRESA <= TOTAL-DEPTOS-EMPRESA
               MOVE TDE-EMPRESA(INDICE-DEPTO-EMPRESA) TO EMPRESA-DEPTO
           END-IF.

       GENERAR-UNA-POLIZA-EMPRESA.
           MOVE TEM-CODIGO(INDICE-EMPRESA-POLIZA) TO EMPRESA-POLIZA.
           MOVE SPACES TO POLIZA-NOMBRE.
           STRING 'poliza_contable-' DELIMITED BY SIZE
                  EMPRESA-POLIZA DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO POLIZA-NOMBRE.
           MOVE ZERO TO TOTAL-DEPTOS TOTAL-CAPITALIZA TOTAL-DESCARGA
               TOTAL-DEPTOS-GASTO TOTAL-INTERCOMPANIA.
           MOVE ZERO TO TOTAL-EMPLEADOS TOTAL-BRUTO TOTAL-DEDUCCIONES
               TOTAL-PATRONAL TOTAL-NETO TOTAL-LINEAS HASH-CONTROL
               TOTAL-RECLASIFICADO TOTAL-REEMBOLSOS-BANCO.
           OPEN OUTPUT POLIZA-ARCHIVO.
           IF POLIZA-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' POLIZA-NOMBRE '. STATUS ='
                   POLIZA-STATUS
           ELSE
               PERFORM RECORRER-RESULTADOS
               PERFORM CARGAR-RECLASIFICACION
               PERFORM CARGAR-REEMBOLSOS
               PERFORM ESCRIBIR-POLIZA
               CLOSE POLIZA-ARCHIVO
               ADD TOTAL-LINEAS TO LINEAS-EMPRESAS
               DISPLAY 'Empresa ' EMPRESA-POLIZA ': ' TOTAL-EMPLEADOS
                   ' empleados, bruto ' TOTAL-BRUTO ' en '
                   POLIZA-NOMBRE
           END-IF.

      *    Empresa empleadora del EMPLEADOS-ID dado; en la pasada
      *    combinada todo movimiento entra.
       VERIFICAR-EMPRESA-MOVIMIENTO.
           IF EMPRESA-POLIZA = SPACES
               MOVE 'S' TO EMPRESA-DEL-MOVIMIENTO
           ELSE
               PERFORM LEER-EMPRESA-EMPLEADO
               IF EMPRESA-RESULTADO = EMPRESA-POLIZA
                   MOVE 'S' TO EMPRESA-DEL-MOVIMIENTO
               ELSE
                   MOVE 'N' TO EMPRESA-DEL-MOVIMIENTO
               END-IF
           END-IF.

       LEER-EMPRESA-EMPLEADO.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-EMPRESA
           END-READ.
           MOVE EMPLEADOS-EMPRESA TO EMPRESA-RESULTADO.

      *    Mismo reparto por porcentaje que REPARTIR-RESULTADO, pero
      *    cada porcion se carga segun de quien es el depto: de esta
      *    empresa y pagada por ella = gasto normal; pagada por ella
      *    para un depto ajeno = recargo por cobrar; pagada por otra
      *    para un depto de esta = gasto aqui y recargo por pagar.
      *    Retenciones, neto y provision patronal solo los abona la
      *    empresa que paga.
       REPARTIR-RESULTADO-EMPRESA.
           MOVE RES-EMPLEADOS-ID TO EMPLEADOS-ID.
           PERFORM LEER-EMPRESA-EMPLEADO.
           IF EMPRESA-RESULTADO = EMPRESA-POLIZA
               ADD 1 TO TOTAL-EMPLEADOS
               ADD RES-BRUTO TO TOTAL-BRUTO
               ADD RES-DEDUCCIONES TO TOTAL-DEDUCCIONES
               ADD RES-PATRONAL TO TOTAL-PATRONAL
               ADD RES-NETO TO TOTAL-NETO
           END-IF.
           PERFORM JUNTAR-PARTES-EMPLEADO.
           IF TOTAL-PARTES = ZERO
               MOVE 1 TO TOTAL-PARTES
               MOVE RES-DEPARTAMENTO TO PARTE-DEPARTAMENTO(1)
               MOVE 100 TO PARTE-PORCENTAJE(1)
           END-IF.
           MOVE RES-BRUTO TO BRUTO-RESTANTE.
           MOVE RES-PATRONAL TO PATRONAL-RESTANTE.
           PERFORM VARYING INDICE-PARTE FROM 1 BY 1
                   UNTIL INDICE-PARTE > TOTAL-PARTES
               IF INDICE-PARTE = TOTAL-PARTES
                   MOVE BRUTO-RESTANTE TO BRUTO-PARTE
                   MOVE PATRONAL-RESTANTE TO PATRONAL-PARTE
               ELSE
                   COMPUTE BRUTO-PARTE ROUNDED = RES-BRUTO *
                       PARTE-PORCENTAJE(INDICE-PARTE) / 100
                   COMPUTE PATRONAL-PARTE ROUNDED =
                       RES-PATRONAL *
                       PARTE-PORCENTAJE(INDICE-PARTE) / 100
                   SUBTRACT BRUTO-PARTE FROM BRUTO-RESTANTE
                   SUBTRACT PATRONAL-PARTE FROM PATRONAL-RESTANTE
               END-IF
               MOVE PARTE-DEPARTAMENTO(INDICE-PARTE) TO DEPTO-CARGADO
               PERFORM CARGAR-PARTE-EMPRESA
           END-PERFORM.

       CARGAR-PARTE-EMPRESA.
           PERFORM BUSCAR-EMPRESA-DEPTO.
           COMPUTE IMPORTE-RECARGO = BRUTO-PARTE + PATRONAL-PARTE.
           EVALUATE TRUE
               WHEN EMPRESA-RESULTADO = EMPRESA-POLIZA AND
                       EMPRESA-DEPTO = EMPRESA-POLIZA
                   PERFORM ACUMULAR-DEPTO
               WHEN EMPRESA-RESULTADO = EMPRESA-POLIZA
                   MOVE EMPRESA-DEPTO TO EMPRESA-CONTRAPARTE
                   PERFORM BUSCAR-INTERCOMPANIA
                   IF INTERCOMPANIA-HALLADA = 'S'
                       ADD IMPORTE-RECARGO
                           TO ICO-COBRAR(INDICE-INTERCOMPANIA)
                   END-IF
               WHEN EMPRESA-DEPTO = EMPRESA-POLIZA
                   PERFORM ACUMULAR-DEPTO
                   MOVE EMPRESA-RESULTADO TO EMPRESA-CONTRAPARTE
                   PERFORM BUSCAR-INTERCOMPANIA
                   IF INTERCOMPANIA-HALLADA = 'S'
                       ADD IMPORTE-RECARGO
                           TO ICO-PAGAR(INDICE-INTERCOMPANIA)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUSCAR-INTERCOMPANIA.
           MOVE 'N' TO INTERCOMPANIA-HALLADA.
           PERFORM VARYING INDICE-INTERCOMPANIA FROM 1 BY 1
                   UNTIL INDICE-INTERCOMPANIA > TOTAL-INTERCOMPANIA
                   OR INTERCOMPANIA-HALLADA = 'S'
               IF ICO-EMPRESA(INDICE-INTERCOMPANIA) =
                       EMPRESA-CONTRAPARTE
                   MOVE 'S' TO INTERCOMPANIA-HALLADA
               END-IF
           END-PERFORM.
           IF INTERCOMPANIA-HALLADA = 'S'
               SUBTRACT 1 FROM INDICE-INTERCOMPANIA
           ELSE
               IF TOTAL-INTERCOMPANIA < MAXIMO-EMPRESAS
                   ADD 1 TO TOTAL-INTERCOMPANIA
                   MOVE TOTAL-INTERCOMPANIA TO INDICE-INTERCOMPANIA
                   MOVE 'S' TO INTERCOMPANIA-HALLADA
                   MOVE EMPRESA-CONTRAPARTE
                       TO ICO-EMPRESA(INDICE-INTERCOMPANIA)
                   MOVE ZERO TO ICO-COBRAR(INDICE-INTERCOMPANIA)
                   MOVE ZERO TO ICO-PAGAR(INDICE-INTERCOMPANIA)
               END-IF
           END-IF.

      *    Recargos por empresa contraparte; la contraparte viaja con
      *    su compania del mayor (o su codigo de empresa si no esta
      *    en el maestro) para que el mayor case las dos polizas.
       ESCRIBIR-INTERCOMPANIA.
           PERFORM VARYING INDICE-INTERCOMPANIA FROM 1 BY 1
                   UNTIL INDICE-INTERCOMPANIA > TOTAL-INTERCOMPANIA
               MOVE ICO-EMPRESA(INDICE-INTERCOMPANIA)
                   TO EMPRESA-CONTRAPARTE
               PERFORM VARYING INDICE-EMPRESA FROM 1 BY 1
                       UNTIL INDICE-EMPRESA > TOTAL-EMPRESAS
                       OR TEM-CODIGO(INDICE-EMPRESA) =
                           EMPRESA-CONTRAPARTE
                   CONTINUE
               END-PERFORM
               IF INDICE-EMPRESA <= TOTAL-EMPRESAS
                   MOVE TEM-COMPANIA-GL(INDICE-EMPRESA)
                       TO EMPRESA-CONTRAPARTE
               END-IF
               IF ICO-COBRAR(INDICE-INTERCOMPANIA) > ZERO
                   MOVE 'D' TO ASI-TIPO
                   MOVE CUENTA-INTERCO-COBRAR TO ASI-CUENTA
                   MOVE SPACES TO ASI-DEPARTAMENTO
                   MOVE ICO-COBRAR(INDICE-INTERCOMPANIA)
                       TO ASI-IMPORTE
                   MOVE 'RECARGO INTERCIA CXC' TO ASI-CONCEPTO
                   MOVE EMPRESA-CONTRAPARTE TO ASI-CONTRAPARTE
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
               IF ICO-PAGAR(INDICE-INTERCOMPANIA) > ZERO
                   MOVE 'C' TO ASI-TIPO
                   MOVE CUENTA-INTERCO-PAGAR TO ASI-CUENTA
                   MOVE SPACES TO ASI-DEPARTAMENTO
                   MOVE ICO-PAGAR(INDICE-INTERCOMPANIA)
                       TO ASI-IMPORTE
                   MOVE 'RECARGO INTERCIA CXP' TO ASI-CONCEPTO
                   MOVE EMPRESA-CONTRAPARTE TO ASI-CONTRAPARTE
                   PERFORM ESCRIBIR-ASIENTO
               END-IF
           END-PERFORM.


      *    Linea estandar de bitacora de corrida; solo se escribe al
               MOVE 'EXTRACTO-CONTABLE' TO RUN-PROGRAMA
               MOVE RUN-INICIO-TS TO RUN-INICIO
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE EMPLEADOS-COMBINADA TO RUN-LEIDOS
               COMPUTE RUN-ESCRITOS =
                   LINEAS-COMBINADA + LINEAS-EMPRESAS
               MOVE ZERO TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
