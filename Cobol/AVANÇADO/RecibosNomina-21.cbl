      *          por empleado en recibos_nomina.txt, mas un total de
      *          compania de bruto / deducciones / neto. Complementa el
      *          extracto plano de PayrollExtract-09, que solo lista el
      *          salario bruto. Corre un grupo de pago y periodo a la
      *          vez (PERIODO-GRUPO): solo los empleados del grupo, con
      *          el salario mensual llevado a la frecuencia del grupo.
      *          Los permanentes por hora (PAGO-POR-HORA) cobran las
      *          semanas aprobadas de horas.dat en lugar del salario;
      *          sus semanas sin aprobar salen antes de la corrida en
      *          horas_excepciones.txt. Las licencias aprobadas sin
      *          goce rebajan el sueldo base por sus dias en el
      *          periodo; las estatutarias lo rebajan igual y se pagan
      *          en su propio renglon. Quien trabaja fuera de su pais
      *          de nacionalidad sin autorizacion de trabajo vigente se
      *          retiene: no cobra y sale en autorizacion_retenidos.txt.
      *          El asignado al extranjero (asignaciones_internacionales
      *          .dat, AsignacionesInternacionales-151) cobra en su
      *          nomina de origen las asignaciones mensuales de la
      *          asignacion por los dias del periodo que cubre, y su
      *          impuesto por tabla se parte: la parte del destino se
      *          grava con los tramos del pais destino (convertida a su
      *          moneda con tipos_cambio.dat) y el resto con los de
      *          origen; durante la asignacion su pais de trabajo es el
      *          destino.
      *          En la corrida real sale ademas una nomina por empresa
      *          empleadora (nomina_empresa-EMPR.txt, una por renglon
      *          de empresas.dat) con el detalle y los totales de
      *          bruto, deducciones, cuota patronal y neto de su
      *          gente, tomados de los mismos resultados que paga
      *          PagosBanco-22.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    Tramos de impuesto progresivo por pais y ano
      *    (TablasImpuesto-67): los codigos de deduccion con metodo
      *    'T' se calculan caminando los tramos del pais del
      *    empleado en vez de un porcentaje plano; los de metodo 'R'
      *    caminan los tramos regionales (estado, provincia) del
      *    sitio de trabajo.
           SELECT OPTIONAL TABLAS-ARCHIVO
           ASSIGN TO 'tablas_impuesto.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TABLAS-STATUS.

      *    Sitios de trabajo (SitiosMaster-81): pais y region del
      *    edificio donde trabaja la persona, para los impuestos
      *    regionales (metodo 'R').
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

      *    Planes de beneficios e inscripciones
      *    (PlanesBeneficios-84): la prima de cada plan inscrito
      *    entra sola como renglon de deduccion del recibo.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS INS-BEN-STATUS.

      *    Plan de retiro (PlanRetiro-111): maestro de planes, la
      *    eleccion vigente de cada empleado (clave ID + fecha
      *    efectiva) y su cuenta con lo aportado por el y por la
      *    empresa (match), que se abona una vez por periodo.
           SELECT OPTIONAL PLAN-RETIRO-ARCHIVO
           ASSIGN TO 'plan_retiro.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLAN-RETIRO-STATUS.

           SELECT OPTIONAL ELECCIONES-ARCHIVO
           ASSIGN TO 'elecciones_retiro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ELR-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ELECCIONES-STATUS.

           SELECT OPTIONAL CUENTAS-RETIRO-ARCHIVO
           ASSIGN TO 'cuentas_retiro.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS CTR-EMPLEADOS-ID
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS CUENTAS-RETIRO-STATUS.

      *    Sindicatos y afiliacion (SindicatosMaster-85): la cuota
      *    sindical del afiliado se descuenta en cada corrida segun
      *    el convenio (porcentaje del salario o monto fijo).
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PATRONAL-STATUS.

      *    Resultado por empleado y periodo (bruto, deducciones y
      *    neto ya calculados): PagosBanco-22 paga el neto de aqui en
      *    vez de recalcularlo, para que el archivo del banco nunca
      *    difiera del recibo impreso. La clave lleva periodo y tipo
      *    de corrida: los resultados de la nomina extraordinaria
      *    (NominaExtra-104) conviven con los regulares sin
      *    pisarlos.
           SELECT OPTIONAL RESULTADOS-ARCHIVO
           ASSIGN TO 'resultados_nomina.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS RES-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS RESULTADOS-STATUS.

      *    Detalle de lo que consumio cada recibo: cuota de prestamo,
      *    cobro por orden de embargo, atrasos recuperados y
      *    diferidos, y lo abonado por codigo a los acumulados. Con
      *    esto AnularRecibo-105 devuelve los saldos exactos si el
      *    recibo se anula.
           SELECT OPTIONAL MOVIMIENTOS-ARCHIVO
           ASSIGN TO 'movimientos_nomina.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVIMIENTOS-STATUS.

      *    Historial ALTA/BAJA/REINGRESO que escribe
      *    RegistrosIndexados-05 (REGISTRAR-HISTORICO): de aqui sale
      *    la fecha de baja del que se fue dentro del periodo y la de
      *    reingreso del recontratado.
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

      *    Solicitudes de licencia aprobadas o tomadas (Vacaciones-33)
      *    y los tipos por pais (TiposLicencia-127): las sin goce y
      *    las estatutarias que traslapan el periodo salen del sueldo
      *    base; las estatutarias se pagan aparte.
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

      *    Hojas de horas (HojaHoras-29 / ImportarChecadas-79,
      *    aprobadas en AprobacionHoras-78): base del bruto de los
      *    permanentes por hora. Las semanas suyas todavia pendientes
      *    de aprobacion se listan antes de la corrida en el reporte
      *    de excepciones y no se pagan.
           SELECT OPTIONAL HORAS-ARCHIVO
           ASSIGN TO 'horas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-STATUS.

           SELECT HORAS-EXC-ARCHIVO
           ASSIGN TO 'horas_excepciones.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HORAS-EXC-STATUS.

      *    Autorizaciones de trabajo (RegistrosIndexados-05, opcion
      *    14): el empleado cuya nacionalidad difiere del pais de su
      *    sitio de trabajo y no tiene ningun documento vigente se
      *    retiene de la corrida y se lista antes en el reporte de
      *    retenidos, igual que las semanas sin aprobar.
           SELECT OPTIONAL AUTORIZACIONES-ARCHIVO
           ASSIGN TO 'autorizaciones_trabajo.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS AUT-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS AUTORIZACIONES-STATUS.

      *    Asignaciones internacionales (AsignacionesInternacionales-
      *    151): la vigente en el periodo trae las asignaciones que se
      *    pagan, el porcentaje del pago gravado en el destino y el
      *    pais destino como pais de trabajo. Los tramos del destino
      *    estan en su moneda: la parte del destino se convierte con
      *    la tasa de tipos_cambio.dat (TiposCambio-72) vigente al
      *    corte del periodo.
           SELECT OPTIONAL ASIGNACIONES-ARCHIVO
           ASSIGN TO 'asignaciones_internacionales.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS ASG-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ASIGNACIONES-STATUS.

           SELECT OPTIONAL CAMBIOS-ARCHIVO
           ASSIGN TO 'tipos_cambio.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMBIOS-STATUS.

      *    Cambios de sueldo en espera de un segundo admin
      *    (SolicitudSalario-157): no estan en el maestro, asi que
      *    aqui solo se avisa cuantos hay; se paga el sueldo
      *    aprobado.
           SELECT OPTIONAL PENDIENTES-SALARIO-ARCHIVO
           ASSIGN TO 'salario_pendiente.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS SPE-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PENDIENTES-SALARIO-STATUS.

           SELECT RETENIDOS-ARCHIVO
           ASSIGN TO 'autorizacion_retenidos.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETENIDOS-STATUS.

      *    Checkpoint de corrida (mismo espiritu que restart.dat en
      *    EscreverRegistros-02): tras cada empleado se guarda el
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOG-STATUS.

      *    Maestro de empresas empleadoras (EmpresasMaster-166) y la
      *    nomina por empresa, con nombre armado por empresa (misma
      *    mecanica de nombre dinamico que los demas reportes).
           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.

           SELECT NOMINA-EMPRESA-ARCHIVO
           ASSIGN DYNAMIC NOMINA-EMPRESA-NOMBRE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOMINA-EMPRESA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.
                   88  METODO-PORCENTAJE VALUE 'P'.
                   88  METODO-FIJO VALUE 'F'.
                   88  METODO-TABLA VALUE 'T'.
                   88  METODO-TABLA-REGIONAL VALUE 'R'.
               05  DEDUCCIONES-VALOR PIC 9(7)V99.
               05  DEDUCCIONES-APLICA PIC X.
                   88  APLICA-PERMANENTE VALUE 'P' 'A'.
               05  TAB-PISO PIC 9(9)V99.
               05  TAB-TASA PIC 9(3)V99.
               05  TAB-CUOTA PIC 9(7)V99.
               05  TAB-REGION PIC X(10).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  PERC-EMP-ARCHIVO.
           01  PERC-EMP-REGISTRO.
               05  PLAN-DESCRIPCION PIC X(30).
               05  PLAN-PRIMA PIC 9(7)V99.
               05  PLAN-ELEGIBLE PIC X.
               05  PLAN-ASEGURADORA PIC X(6).
               05  PLAN-POLIZA PIC X(15).
               05  PLAN-PRIMA-PATRON PIC 9(7)V99.

       FD  INS-BEN-ARCHIVO.
           01  INS-BEN-REGISTRO.
                   88  BEN-NIVEL-FAMILIAR VALUE 'F'.
               05  BEN-FECHA-ALTA PIC 9(8).

       FD  PLAN-RETIRO-ARCHIVO.
           01  PLAN-RETIRO-REGISTRO.
               05  PLR-CODIGO PIC X(4).
               05  PLR-DESCRIPCION PIC X(30).
               05  PLR-ELECCION-MAXIMA PIC 9(3)V99.
               05  PLR-MATCH-TASA PIC 9(3)V99.
               05  PLR-MATCH-TOPE PIC 9(3)V99.
               05  PLR-VESTING-TIPO PIC X.
               05  PLR-VESTING-ANOS PIC 99.
               05  PLR-ANTES-IMPUESTO PIC X.
               05  PLR-ELEGIBLE PIC X.
                   88  PLR-ELEGIBLE-PERM VALUE 'P' 'A'.
                   88  PLR-ELEGIBLE-CONT VALUE 'C' 'A'.
               05  PLR-PROVEEDOR PIC X(30).
               05  PLR-CODIGO-BANCO PIC X(8).
               05  PLR-CUENTA PIC X(20).
               05  PLR-CONTRATO PIC X(15).

       FD  ELECCIONES-ARCHIVO.
           01  ELECCIONES-REGISTRO.
               05  ELR-CLAVE.
                   10  ELR-EMPLEADOS-ID PIC 9(6).
                   10  ELR-FECHA-EFECTIVA PIC 9(8).
               05  ELR-PLAN PIC X(4).
               05  ELR-PORCENTAJE PIC 9(3)V99.
               05  ELR-FECHA-CAPTURA PIC 9(8).

       FD  CUENTAS-RETIRO-ARCHIVO.
           01  CUENTAS-RETIRO-REGISTRO.
               05  CTR-EMPLEADOS-ID PIC 9(6).
               05  CTR-PLAN PIC X(4).
               05  CTR-APORTE-EMPLEADO PIC S9(9)V99.
               05  CTR-APORTE-PATRON PIC S9(9)V99.
               05  CTR-ULTIMO-PERIODO PIC 9(6).
               05  CTR-FECHA-ALTA PIC 9(8).

       FD  SINDICATOS-ARCHIVO.
           01  SINDICATOS-REGISTRO.
               05  SIN-CODIGO PIC X(4).
                   88  SIN-METODO-PORCENTAJE VALUE 'P'.
                   88  SIN-METODO-FIJO VALUE 'F'.
               05  SIN-VALOR PIC 9(7)V99.
               05  SIN-ANTIGUEDAD-UNIDAD PIC X.

       FD  AFILIACION-ARCHIVO.
           01  AFILIACION-REGISTRO.
               05  EMB-TOTAL PIC 9(9)V99.
               05  EMB-CUOTA PIC 9(7)V99.
               05  EMB-SALDO PIC 9(9)V99.
               05  EMB-BENEFICIARIO PIC X(6).
      *            Juzgado u organismo que recibe lo retenido
      *            (beneficiarios_embargo.dat).

       FD  PARAMETRO-ARCHIVO.
           01  PARAMETRO-REGISTRO PIC X(1).

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
      *            Grupo de pago de la corrida que dejo el resultado.

       FD  MOVIMIENTOS-ARCHIVO.
           01  MOVIMIENTOS-REGISTRO.
               05  MOV-CLAVE.
      *            Misma clave que el resultado que lo origino.
                   10  MOV-EMPLEADOS-ID PIC 9(6).
                   10  MOV-PERIODO PIC 9(6).
                   10  MOV-TIPO PIC X.
                   10  MOV-SECUENCIA PIC 9(3).
               05  MOV-CLASE PIC X.
                   88  MOV-PRESTAMO VALUE 'P'.
                   88  MOV-EMBARGO VALUE 'E'.
                   88  MOV-ATRASO-RECUPERADO VALUE 'R'.
                   88  MOV-ATRASO-DIFERIDO VALUE 'D'.
                   88  MOV-CODIGO-YTD VALUE 'Y'.
                   88  MOV-CUOTA-PATRONAL VALUE 'C'.
                   88  MOV-BASE-GRAVABLE VALUE 'G'.
                   88  MOV-APORTE-RETIRO VALUE 'J'.
                   88  MOV-MATCH-RETIRO VALUE 'M'.
               05  MOV-REFERENCIA PIC X(12).
      *            Orden de embargo, o codigo del atraso / del YTD
      *            / de la cuota patronal / del plan de retiro.
               05  MOV-IMPORTE PIC 9(9)V99.

      *    Mismo layout que arma REGISTRAR-HISTORICO con STRING:
      *    'AAAA-MM-DD HH:MM:SS EVENTO(10) ID=nnnnnn'.
       FD  HISTORICO-ARCHIVO.
           01  HISTORICO-LINEA.
               05  HIST-ANO PIC X(4).
               05  FILLER PIC X.
               05  HIST-MES PIC X(2).
               05  FILLER PIC X.
               05  HIST-DIA PIC X(2).
               05  FILLER PIC X(10).
               05  HIST-EVENTO PIC X(10).
               05  FILLER PIC X(4).
               05  HIST-ID PIC X(6).
               05  FILLER PIC X(20).

       FD  SOLICITUDES-ARCHIVO.
           01  SOLICITUDES-REGISTRO.
               05  SOL-ID PIC 9(6).
               05  SOL-EMPLEADOS-ID PIC 9(6).
               05  SOL-FECHA-DESDE PIC 9(8).
               05  SOL-FECHA-HASTA PIC 9(8).
               05  SOL-DIAS PIC 9(3).
               05  SOL-ESTADO PIC X.
                   88  SOLICITUD-APROBADA VALUE 'A'.
                   88  SOLICITUD-TOMADA VALUE 'T'.
               05  SOL-APROBADOR PIC 9(6).
               05  SOL-TIPO PIC X(4).

       FD  TIPOS-LICENCIA-ARCHIVO.
           01  TIPOS-LICENCIA-REGISTRO.
               05  TLI-PAIS PIC X(2).
               05  TLI-CODIGO PIC X(4).
               05  TLI-DESCRIPCION PIC X(30).
               05  TLI-DIAS-ANUALES PIC 9(3).
               05  TLI-PAGO PIC X.
                   88  TLI-PAGADA VALUE 'P'.
                   88  TLI-ESTATUTARIA VALUE 'E'.
               05  TLI-PORCENTAJE PIC 9(3).
               05  TLI-USA-SALDO PIC X.

       FD  HORAS-ARCHIVO.
           01  HORAS-REGISTRO.
               05  HORAS-ID PIC 9(6).
               05  HORAS-SEMANA PIC 9(8).
               05  HORAS-CANTIDAD PIC 9(3).
               05  HORAS-ESTADO PIC X.
                   88  HORAS-PENDIENTES VALUE 'P'.
                   88  HORAS-APROBADAS VALUE 'A' ' '.
                   88  HORAS-RECHAZADAS VALUE 'R'.
               05  HORAS-MOTIVO PIC X(20).

       FD  HORAS-EXC-ARCHIVO.
           01  LINEA-HORAS-EXC PIC X(80).

       FD  AUTORIZACIONES-ARCHIVO.
           01  AUTORIZACIONES-REGISTRO.
               05  AUT-CLAVE.
                   10  AUT-EMPLEADOS-ID PIC 9(6).
                   10  AUT-TIPO PIC X(2).
               05  AUT-NUMERO PIC X(20).
               05  AUT-PAIS-EMISOR PIC X(2).
               05  AUT-FECHA-EMISION PIC 9(8).
               05  AUT-FECHA-VENCE PIC 9(8).

       FD  ASIGNACIONES-ARCHIVO.
           01  ASIGNACIONES-REGISTRO.
               05  ASG-CLAVE.
                   10  ASG-EMPLEADOS-ID PIC 9(6).
                   10  ASG-FECHA-INICIO PIC 9(8).
               05  ASG-PAIS-ORIGEN PIC X(2).
               05  ASG-PAIS-DESTINO PIC X(2).
               05  ASG-SITIO-DESTINO PIC X(4).
               05  ASG-FECHA-FIN PIC 9(8).
               05  ASG-VIVIENDA PIC 9(7)V99.
               05  ASG-COSTO-VIDA PIC 9(7)V99.
               05  ASG-OTRA-ASIGNACION PIC 9(7)V99.
               05  ASG-PORCENTAJE-DESTINO PIC 9(3).
               05  ASG-ESTADO PIC X.
                   88  ASIGNACION-VIGENTE VALUE 'A'.
                   88  ASIGNACION-CANCELADA VALUE 'C'.

       FD  CAMBIOS-ARCHIVO.
           01  CAMBIOS-REGISTRO.
               05  TCB-MONEDA PIC X(3).
               05  TCB-FECHA PIC 9(8).
               05  TCB-TASA PIC 9(5)V9(6).

       FD  PENDIENTES-SALARIO-ARCHIVO.
           01  PENDIENTES-SALARIO-REGISTRO.
               05  SPE-CLAVE.
                   10  SPE-EMPLEADOS-ID PIC 9(6).
                   10  SPE-FECHA-HORA PIC 9(14).
               05  SPE-ORIGEN PIC X.
               05  SPE-FECHA-EFECTIVA PIC 9(8).
               05  SPE-SALARIO-ANTERIOR PIC 9(7)V99.
               05  SPE-SALARIO-NUEVO PIC 9(7)V99.
               05  SPE-MOTIVO PIC X(40).
               05  SPE-SOLICITANTE PIC X(8).
               05  SPE-ESTADO PIC X.
                   88  SPE-PENDIENTE VALUE 'P'.
               05  SPE-APROBADOR PIC X(8).
               05  SPE-FECHA-DECISION PIC 9(8).
               05  SPE-BASE-ANTERIOR PIC X.
               05  SPE-BASE-NUEVA PIC X.
               05  SPE-TARIFA-ANTERIOR PIC 9(5)V99.
               05  SPE-TARIFA-NUEVA PIC 9(5)V99.

       FD  RETENIDOS-ARCHIVO.
           01  LINEA-RETENIDOS PIC X(80).

       FD  ATRASOS-ARCHIVO.
           01  ATRASOS-REGISTRO.
                   10  YTD-EMPLEADOS-ID PIC 9(6).
                   10  YTD-ANO PIC 9(4).
               05  YTD-ULTIMO-PERIODO PIC 9(6).
      *            Ultimo AAAANN abonado, para que una recorrida del
      *            mismo periodo no duplique los acumulados.
               05  YTD-BRUTO PIC S9(11)V99.
               05  YTD-DEDUCCIONES PIC S9(11)V99.
               05  YTD-NETO PIC S9(11)V99.
               05  YTD-CODIGOS.
                   10  YTD-COD-ENTRADA OCCURS 12 TIMES.
                       15  YTD-COD-CODIGO PIC X(4).
                       15  YTD-COD-MONTO PIC S9(11)V99.
               05  YTD-EXTRA-BRUTO PIC S9(11)V99.
               05  YTD-EXTRA-NETO PIC S9(11)V99.
      *            Parte del bruto y del neto del ano pagada en
      *            nomina extraordinaria (NominaExtra-104);
      *            ya va incluida en YTD-BRUTO y YTD-NETO.
               05  YTD-GRAVABLE PIC S9(11)V99.
      *            Base gravable del ano (bruto menos lo no gravable),
      *            para la declaracion informativa anual.

       FD  REGISTRO-ARCHIVO.
           01  LINEA-REGISTRO PIC X(250).
                       15  RST-DEP-EMPLEADOS PIC 9(5).
                       15  RST-DEP-BRUTO PIC 9(11)V99.
                       15  RST-DEP-PATRONAL PIC 9(11)V99.
               05  RST-GRUPO PIC X(4).

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).

       FD  NOMINA-EMPRESA-ARCHIVO.
           01  LINEA-NOMINA-EMPRESA PIC X(80).

       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
           01  INSCRIPCION-VIGENTE PIC X.
           01  RESULTADOS-STATUS PIC XX.
           01  RESULTADO-EXISTE PIC X.
           01  FIN-RESULTADOS PIC X.
           01  FECHA-HOY PIC 9(8).
           01  PERIODO-ACTUAL PIC 9(6).
           01  CHECKPOINT-STATUS PIC XX.
           01  MOVIMIENTOS-STATUS PIC XX.
           01  REANUDANDO PIC X VALUE 'N'.
           01  GUARDIA-PROGRAMA PIC X(20).
           01  GUARDIA-RESULTADO PIC X.

      *    Prorrateo por dias: fechas del periodo segun el calendario
      *    del grupo y eventos BAJA/REINGRESO del historico que caen
      *    dentro de el (tabla chica, cargada una sola vez al
      *    arrancar).
           COPY 'Corrida-grupo.cbl'.
           01  PERIODO-INICIO PIC 9(8).
           01  PERIODO-FIN PIC 9(8).
           01  DIAS-PERIODO PIC 9(3).
           01  SALARIO-BASE-PERIODO PIC 9(7)V99.
      *        Salario mensual del maestro llevado a la frecuencia del
      *        grupo (x 12 / periodos del ano).
           01  DIAS-PAGADOS PIC 9(3).
           01  INICIO-PAGO PIC 9(8).
           01  FIN-PAGO PIC 9(8).
           01  FECHA-INGRESO PIC 9(8).
           01  BAJA-EN-PERIODO PIC X.
           01  BAJA-CON-FECHA PIC X.
      *        'S' = la baja trae su ultimo dia trabajado en el
      *        maestro; 'N' = baja anterior al campo, se toma la
      *        fecha del evento BAJA del historico.
           01  SALARIO-PERIODO PIC 9(7)V99.
           01  HISTORICO-STATUS PIC XX.
           01  FIN-HISTORICO PIC X.
           01  FECHA-HISTORICO-TXT PIC X(8).
           01  FECHA-HISTORICO PIC 9(8).
           01  MAXIMO-EVENTOS PIC 9(3) VALUE 500.
           01  TOTAL-EVENTOS PIC 9(3) VALUE ZERO.
           01  INDICE-EVENTO PIC 9(3).
           01  TABLA-EVENTOS.
               05  EVENTO-ENTRADA OCCURS 500 TIMES.
                   10  EVT-ID PIC X(6).
                   10  EVT-TIPO PIC X(10).
                   10  EVT-FECHA PIC 9(8).

      *    Licencias del periodo: tipos sin goce ('S') y
      *    estatutarios ('E') de todos los paises, y las solicitudes
      *    aprobadas o tomadas de otro tipo que VAC que traslapan el
      *    periodo (tablas chicas, cargadas una sola vez al
      *    arrancar). Por empleado, los dias de licencia dentro de
      *    los dias pagados salen del sueldo base, y cada tipo
      *    estatutario deja su renglon para el recibo.
           01  SOLICITUDES-STATUS PIC XX.
           01  TIPOS-LICENCIA-STATUS PIC XX.
           01  FIN-SOLICITUDES PIC X.
           01  FIN-TIPOS PIC X.
           01  MAXIMO-TIPOS-LIC PIC 9(3) VALUE 100.
           01  TOTAL-TIPOS-LIC PIC 9(3) VALUE ZERO.
           01  INDICE-TIPO-LIC PIC 9(3).
           01  TIPO-LIC-HALLADO PIC 9(3).
           01  TABLA-TIPOS-LICENCIA.
               05  TIPO-LIC-ENTRADA OCCURS 100 TIMES.
                   10  TTL-PAIS PIC X(2).
                   10  TTL-CODIGO PIC X(4).
                   10  TTL-DESCRIPCION PIC X(22).
                   10  TTL-PAGO PIC X.
                   10  TTL-PORCENTAJE PIC 9(3).
           01  MAXIMO-LICENCIAS PIC 9(4) VALUE 2000.
           01  TOTAL-LICENCIAS PIC 9(4) VALUE ZERO.
           01  INDICE-LICENCIA PIC 9(4).
           01  TABLA-LICENCIAS.
               05  LICENCIA-ENTRADA OCCURS 2000 TIMES.
                   10  LIC-ID PIC 9(6).
                   10  LIC-TIPO PIC X(4).
                   10  LIC-DESDE PIC 9(8).
                   10  LIC-HASTA PIC 9(8).
           01  LICENCIA-INICIO PIC 9(8).
           01  LICENCIA-FIN PIC 9(8).
           01  DIAS-LICENCIA PIC 9(3).
           01  DIAS-SIN-SUELDO PIC 9(3).
           01  DESCUENTO-LICENCIA PIC 9(7)V99.
           01  TOTAL-LIC-EMPLEADO PIC 9 VALUE ZERO.
           01  INDICE-LIC-EMPLEADO PIC 9.
           01  TABLA-LIC-EMPLEADO.
               05  LIC-EMPLEADO-ENTRADA OCCURS 5 TIMES.
                   10  LEM-CODIGO PIC X(4).
                   10  LEM-DESCRIPCION PIC X(22).
                   10  LEM-IMPORTE PIC 9(7)V99.

           01  LINEA-LICENCIA.
               05  FILLER PIC X(30)
                   VALUE '  Dias de licencia sin sueldo '.
               05  LIC-LIN-DIAS PIC ZZ9.

      *    Permanentes por hora: semanas de horas.dat terminadas
      *    dentro del periodo, sumadas por ID y semana (puede haber
      *    hoja tecleada e importada del reloj para la misma semana);
      *    el tiempo extra se cuenta por semana sobre las horas
      *    normales, con el mismo 40 / 1.5 que ReporteHoras-30 aplica
      *    a los contratistas.
           01  HORAS-STATUS PIC XX.
           01  HORAS-EXC-STATUS PIC XX.
           01  FIN-HORAS PIC X.
           01  HORAS-SEMANA-NORMAL PIC 9(3) VALUE 40.
           01  FACTOR-PREMIO PIC 9V9 VALUE 1.5.
           01  MAXIMO-SEMANAS PIC 9(4) VALUE 5000.
           01  TOTAL-SEMANAS PIC 9(4) VALUE ZERO.
           01  INDICE-SEMANA PIC 9(4).
           01  SEMANA-HALLADA PIC X.
           01  TABLA-HORAS-SEMANA.
               05  HORAS-SEMANA-ENTRADA OCCURS 5000 TIMES.
                   10  HSE-ID PIC 9(6).
                   10  HSE-FECHA PIC 9(8).
                   10  HSE-APROBADAS PIC 9(5).
                   10  HSE-PENDIENTES PIC 9(5).
           01  HORAS-NORMALES PIC 9(5).
           01  HORAS-EXTRA PIC 9(5).
           01  SEMANAS-SIN-APROBAR PIC 9(5) VALUE ZERO.

           01  LINEA-HORAS.
               05  FILLER PIC X(16) VALUE '  Horas normales'.
               05  HRS-LIN-NORMALES PIC ZZZZ9.
               05  FILLER PIC X(8) VALUE ' extra= '.
               05  HRS-LIN-EXTRA PIC ZZZZ9.
               05  FILLER PIC X(10) VALUE ' tarifa= '.
               05  HRS-LIN-TARIFA PIC ZZ,ZZ9.99.

           01  LINEA-HORAS-EXC-TITULO.
               05  FILLER PIC X(43)
                   VALUE 'SEMANAS SIN APROBAR (PERMANENTES POR HORA)'.
               05  FILLER PIC X(7) VALUE ' GRUPO '.
               05  HXT-GRUPO PIC X(4).
               05  FILLER PIC X(9) VALUE ' PERIODO '.
               05  HXT-PERIODO PIC 9(6).

           01  LINEA-HORAS-EXC-DETALLE.
               05  HXD-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  HXD-APELLIDOS PIC X(25).
               05  FILLER PIC X(8) VALUE ' semana '.
               05  HXD-SEMANA PIC 9(8).
               05  FILLER PIC X(19) VALUE ' horas pendientes= '.
               05  HXD-HORAS PIC ZZZZ9.

           01  LINEA-HORAS-EXC-TOTAL.
               05  FILLER PIC X(32)
                   VALUE 'Semanas sin aprobar (no pagadas)'.
               05  FILLER PIC X(2) VALUE ': '.
               05  HXS-TOTAL PIC ZZZZ9.

      *    Retenidos por falta de autorizacion de trabajo vigente:
      *    se detectan antes de la corrida y sus IDs quedan en la
      *    tabla para saltarlos al pagar.
           01  AUTORIZACIONES-STATUS PIC XX.
           01  RETENIDOS-STATUS PIC XX.
           01  FIN-AUTORIZACIONES PIC X.
           01  FIN-REVISION-AUT PIC X.
           01  PAIS-TRABAJO PIC X(2).
           01  AUTORIZACION-VIGENTE PIC X.
           01  EMPLEADO-RETENIDO PIC X.
           01  MAXIMO-RETENIDOS PIC 9(3) VALUE 500.
           01  TOTAL-RETENIDOS PIC 9(5) VALUE ZERO.
           01  PENDIENTES-SALARIO-STATUS PIC XX.
           01  FIN-PENDIENTES-SALARIO PIC X.
           01  SALARIOS-SIN-APROBAR PIC 9(5) VALUE ZERO.
           01  INDICE-RETENIDO PIC 9(3).
           01  TABLA-RETENIDOS.
               05  RET-ID PIC 9(6) OCCURS 500 TIMES.

           01  LINEA-RETENIDOS-TITULO.
               05  FILLER PIC X(38)
                   VALUE 'RETENIDOS SIN AUTORIZACION DE TRABAJO'.
               05  FILLER PIC X(7) VALUE ' GRUPO '.
               05  RTT-GRUPO PIC X(4).
               05  FILLER PIC X(9) VALUE ' PERIODO '.
               05  RTT-PERIODO PIC 9(6).

           01  LINEA-RETENIDOS-DETALLE.
               05  RTD-ID PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  RTD-APELLIDOS PIC X(25).
               05  FILLER PIC X(15) VALUE ' nacionalidad '.
               05  RTD-NACIONALIDAD PIC X(2).
               05  FILLER PIC X(8) VALUE ' trabaja'.
               05  FILLER PIC X(4) VALUE ' en '.
               05  RTD-PAIS PIC X(2).

           01  LINEA-RETENIDOS-TOTAL.
               05  FILLER PIC X(32)
                   VALUE 'Retenidos (no pagados)'.
               05  FILLER PIC X(2) VALUE ': '.
               05  RTS-TOTAL PIC ZZZZ9.

           01  LINEA-DIAS.
               05  FILLER PIC X(16) VALUE '  Dias pagados '.
               05  DIA-LIN-PAGADOS PIC ZZ9.
               05  FILLER PIC X(4) VALUE ' de '.
               05  DIA-LIN-PERIODO PIC ZZ9.
               05  FILLER PIC X(2) VALUE ' ('.
               05  DIA-LIN-INICIO PIC 9(8).
               05  FILLER PIC X(3) VALUE ' a '.
               05  DIA-LIN-FIN PIC 9(8).
               05  FILLER PIC X(1) VALUE ')'.

      *    Modo simulacion.
           01  PARAMETRO-STATUS PIC XX.
           01  COMPARACION-STATUS PIC XX.
           01  PATRONAL-STATUS PIC XX.
           01  PATRONAL-EMPLEADO PIC 9(7)V99.
           01  TOTAL-PATRONAL PIC 9(11)V99 VALUE ZERO.
      *    Cuota patronal del empleado por codigo, para dejarla en
      *    movimientos_nomina.dat (la remesa de impuestos la entera
      *    por autoridad).
           01  MAXIMO-CUOTAS PIC 99 VALUE 12.
           01  TOTAL-CUOTAS PIC 99.
           01  INDICE-CUOTA PIC 99.
           01  CUOTA-HALLADA PIC X.
           01  TABLA-CUOTAS-EMPLEADO.
               05  CUOTA-ENTRADA OCCURS 12 TIMES.
                   10  CUO-CODIGO PIC X(4).
                   10  CUO-MONTO PIC 9(7)V99.
           01  MAXIMO-DEPTOS PIC 9(3) VALUE 100.
           01  TOTAL-DEPTOS PIC 9(3) VALUE ZERO.
           01  INDICE-DEPTO PIC 9(3).
           01  MEJOR-PISO PIC 9(9)V99.
           01  MEJOR-TASA PIC 9(3)V99.
           01  MEJOR-CUOTA PIC 9(7)V99.
      *    Jurisdiccion del tramo buscado: pais y region en blanco
      *    para el impuesto nacional ('T'); pais y region del sitio
      *    de trabajo, o del domicilio si no hay sitio, para el
      *    regional ('R').
           01  PAIS-IMPUESTO PIC X(2).
           01  REGION-IMPUESTO PIC X(10).
           01  SITIOS-STATUS PIC XX.
           01  FIN-SITIOS PIC X.
           01  MAXIMO-SITIOS PIC 9(3) VALUE 200.
           01  TOTAL-SITIOS PIC 9(3) VALUE ZERO.
           01  INDICE-SITIO PIC 9(3).
           01  TABLA-SITIOS.
               05  SITIO-ENTRADA OCCURS 200 TIMES.
                   10  TSI-CODIGO PIC X(4).
                   10  TSI-PAIS PIC X(2).
                   10  TSI-REGION PIC X(10).
           01  BASE-TABLA PIC 9(9)V99.
      *        Base gravable del periodo llevada a mensual: las tablas
      *        son mensuales y los grupos semanales o catorcenales
      *        se anualizan contra ellas y se regresan al periodo.
           01  GRAVABLE-TRAMOS PIC 9(9)V99.
      *        Parte de BRUTO-GRAVABLE que se camina contra una tabla
      *        (toda, o la de origen o destino de un asignado).
           01  IMPUESTO-TRAMOS PIC 9(9)V99.
           01  GRAVABLE-DESTINO PIC 9(7)V99.
           01  IMPUESTO-ORIGEN PIC 9(7)V99.

      *    Asignacion internacional vigente en el periodo.
           01  ASIGNACIONES-STATUS PIC XX.
           01  HAY-ASIGNACIONES PIC X VALUE 'N'.
           01  FIN-ASIGNACIONES PIC X.
           01  ASIGNACION-EN-PERIODO PIC X.
           01  ASP-PAIS-ORIGEN PIC X(2).
           01  ASP-PAIS-DESTINO PIC X(2).
           01  ASP-SITIO-DESTINO PIC X(4).
           01  ASP-FECHA-INICIO PIC 9(8).
           01  ASP-FECHA-FIN PIC 9(8).
           01  ASP-VIVIENDA PIC 9(7)V99.
           01  ASP-COSTO-VIDA PIC 9(7)V99.
           01  ASP-OTRA-ASIGNACION PIC 9(7)V99.
           01  ASP-PORCENTAJE PIC 9(3).
           01  ASIGNACION-DESDE PIC 9(8).
           01  ASIGNACION-HASTA PIC 9(8).
           01  DIAS-ASIGNACION PIC 9(3).
           01  ASIGNACION-IMPORTE PIC 9(7)V99.
           01  ASIGNACION-MENSUAL PIC 9(7)V99.

      *    Moneda de cada pais soportado (mismo orden y lista que
      *    ReportePaises-39) y tasa origen -> destino del asignado:
      *    unidades de moneda destino por unidad de moneda origen.
           01  TABLA-PAISES-VALORES.
               05  FILLER PIC X(2) VALUE 'US'.
               05  FILLER PIC X(2) VALUE 'ES'.
               05  FILLER PIC X(2) VALUE 'MX'.
               05  FILLER PIC X(2) VALUE 'AR'.
               05  FILLER PIC X(2) VALUE 'BR'.
               05  FILLER PIC X(2) VALUE 'CO'.
               05  FILLER PIC X(2) VALUE 'CL'.
               05  FILLER PIC X(2) VALUE 'PE'.
           01  TABLA-PAISES-R REDEFINES TABLA-PAISES-VALORES.
               05  PAIS-CODIGO-TAB PIC X(2) OCCURS 8 TIMES.
           01  TABLA-MONEDAS-VALORES.
               05  FILLER PIC X(3) VALUE 'USD'.
               05  FILLER PIC X(3) VALUE 'EUR'.
               05  FILLER PIC X(3) VALUE 'MXN'.
               05  FILLER PIC X(3) VALUE 'ARS'.
               05  FILLER PIC X(3) VALUE 'BRL'.
               05  FILLER PIC X(3) VALUE 'COP'.
               05  FILLER PIC X(3) VALUE 'CLP'.
               05  FILLER PIC X(3) VALUE 'PEN'.
           01  TABLA-MONEDAS-R REDEFINES TABLA-MONEDAS-VALORES.
               05  PAIS-MONEDA-TAB PIC X(3) OCCURS 8 TIMES.
           01  INDICE-PAIS PIC 99.
           01  CAMBIOS-STATUS PIC XX.
           01  FIN-CAMBIOS PIC X.
           01  PAIS-MONEDA PIC X(2).
           01  MONEDA-BUSCADA PIC X(3).
           01  TASA-CAMBIO-HALLADA PIC X.
           01  TASA-CAMBIO PIC 9(5)V9(6).
           01  TASA-CAMBIO-FECHA PIC 9(8).
           01  TASA-ORIGEN PIC 9(5)V9(6).
           01  CAMBIO-DESTINO-OK PIC X.
           01  FACTOR-DESTINO PIC 9(5)V9(8).

           01  LINEA-ASIGNACION.
               05  FILLER PIC X(15) VALUE '  Asignacion   '.
               05  ASL-ORIGEN PIC X(2).
               05  FILLER PIC X(2) VALUE '->'.
               05  ASL-DESTINO PIC X(2).
               05  FILLER PIC X(1) VALUE SPACE.
               05  ASL-INICIO PIC 9(8).
               05  FILLER PIC X(1) VALUE '-'.
               05  ASL-FIN PIC 9(8).
               05  FILLER PIC X(9) VALUE ' destino '.
               05  ASL-PORCENTAJE PIC ZZ9.
               05  FILLER PIC X(1) VALUE '%'.

      *    Cuota sindical.
           01  SINDICATOS-STATUS PIC XX.
           01  PLAN-HALLADO PIC X.
           01  PRIMA-EFECTIVA PIC 9(7)V99.

      *    Plan de retiro: planes cargados una vez al arrancar (tabla
      *    chica, mismo criterio que TABLA-SITIOS); la eleccion que
      *    rige es la de fecha efectiva mas reciente que no pase del
      *    fin del periodo.
           01  PLAN-RETIRO-STATUS PIC XX.
           01  ELECCIONES-STATUS PIC XX.
           01  CUENTAS-RETIRO-STATUS PIC XX.
           01  HAY-ELECCIONES PIC X VALUE 'N'.
           01  FIN-ELECCIONES PIC X.
           01  FIN-PLANES-RETIRO PIC X.
           01  MAXIMO-PLANES-RETIRO PIC 99 VALUE 20.
           01  TOTAL-PLANES-RETIRO PIC 99 VALUE ZERO.
           01  INDICE-PLAN-RETIRO PIC 99.
           01  PLAN-RETIRO-HALLADO PIC 99.
           01  TABLA-PLANES-RETIRO.
               05  PLAN-RETIRO-ENTRADA OCCURS 20 TIMES.
                   10  TPR-CODIGO PIC X(4).
                   10  TPR-DESCRIPCION PIC X(30).
                   10  TPR-ELECCION-MAXIMA PIC 9(3)V99.
                   10  TPR-MATCH-TASA PIC 9(3)V99.
                   10  TPR-MATCH-TOPE PIC 9(3)V99.
                   10  TPR-ANTES-IMPUESTO PIC X.
                   10  TPR-ELEGIBLE PIC X.
                       88  TPR-ELEGIBLE-PERM VALUE 'P' 'A'.
                       88  TPR-ELEGIBLE-CONT VALUE 'C' 'A'.
           01  ELECCION-HALLADA PIC X.
           01  ELECCION-PLAN PIC X(4).
           01  ELECCION-PORCENTAJE PIC 9(3)V99.
           01  PORCENTAJE-MATCH PIC 9(3)V99.
           01  APORTE-RETIRO PIC 9(7)V99.
           01  MATCH-RETIRO PIC 9(7)V99.
           01  CUENTA-RETIRO-EXISTE PIC X.

           01  LINEA-MATCH-RETIRO.
               05  FILLER PIC X(2) VALUE SPACES.
               05  MTL-CODIGO PIC X(4).
               05  FILLER PIC X(24)
                   VALUE ' Aportacion empresa (*)'.
               05  MTL-IMPORTE PIC ZZZ,ZZZ.99.

      *    Embargos: porcentaje del bruto que queda protegido (el
      *    convenio de la casa: la mitad del bruto no se embarga).
           01  EMBARGOS-STATUS PIC XX.
               05  TOT-TEXTO PIC X(30).
               05  TOT-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.

      *    Nomina por empresa empleadora.
           01  EMPRESAS-STATUS PIC XX.
           01  NOMINA-EMPRESA-STATUS PIC XX.
           01  NOMINA-EMPRESA-NOMBRE PIC X(30).
           01  FIN-EMPRESAS PIC X.
           01  FIN-RESULTADOS-EMPRESA PIC X.
           01  EMPRESA-EMPLEADOS PIC 9(5).
           01  EMPRESA-BRUTO PIC 9(11)V99.
           01  EMPRESA-DEDUCCIONES PIC 9(11)V99.
           01  EMPRESA-PATRONAL PIC 9(11)V99.
           01  EMPRESA-NETO PIC 9(11)V99.
           01  LINEA-EMPRESA-TITULO.
               05  FILLER PIC X(9) VALUE 'EMPRESA: '.
               05  NET-EMPRESA PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  NET-NOMBRE PIC X(30).
               05  FILLER PIC X(8) VALUE ' FISCAL '.
               05  NET-ID-FISCAL PIC X(15).
           01  LINEA-EMPRESA-CORRIDA.
               05  FILLER PIC X(7) VALUE 'GRUPO: '.
               05  NEC-GRUPO PIC X(4).
               05  FILLER PIC X(10) VALUE '  PERIODO '.
               05  NEC-PERIODO PIC 9(6).
               05  FILLER PIC X(14) VALUE '  COMPANIA GL '.
               05  NEC-COMPANIA-GL PIC X(4).
           01  LINEA-EMPRESA-DETALLE.
               05  NED-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  NED-DEPARTAMENTO PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  NED-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  NED-DEDUCCIONES PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  NED-PATRONAL PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER PIC X(1) VALUE SPACE.
               05  NED-NETO PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    Guardia de secuencia compartida (ChequeoPrevio-98): la
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           PERFORM DETERMINAR-PERIODO-PAGO.
           PERFORM CARGAR-EVENTOS-HISTORICO.
           PERFORM CARGAR-LICENCIAS-PERIODO.
           PERFORM CARGAR-HORAS-PERIODO.
           PERFORM CARGAR-SITIOS.
           PERFORM CARGAR-PLANES-RETIRO.
           PERFORM LEER-MODO-SIMULACION.
           IF MODO-SIMULACION = 'N'
               PERFORM LEER-CHECKPOINT
           PERFORM ESCRIBIR-COSTO-PATRONAL.
           IF MODO-SIMULACION = 'N'
               PERFORM REPORTAR-ATRASOS-ABIERTOS
               PERFORM GENERAR-NOMINA-EMPRESAS
               PERFORM MARCAR-CHECKPOINT-COMPLETO
           ELSE
               DISPLAY 'SIMULACION: ningun saldo, acumulado ni '
       ABRIR-ARCHIVOS.
           OPEN INPUT EMPLEADOS-ARCHIVO.
           PERFORM VERIFICAR-ESTADO-EMPLEADOS.
           OPEN INPUT ASIGNACIONES-ARCHIVO.
           IF ASIGNACIONES-STATUS = '00'
               MOVE 'S' TO HAY-ASIGNACIONES
           END-IF.
           PERFORM REPORTAR-HORAS-PENDIENTES.
           PERFORM REPORTAR-AUTORIZACIONES-VENCIDAS.
           PERFORM REPORTAR-SALARIOS-PENDIENTES.
      *    Recorrido completo del indexado en orden de EMPLEADOS-ID
      *    (mismo patron START con LOW-VALUES que PayrollExtract-09);
      *    al reanudar tras un abend, el recorrido arranca despues
           IF INS-BEN-STATUS = '00'
               MOVE 'S' TO HAY-BENEFICIOS
           END-IF.
      *    Con elecciones de retiro la cuenta siempre se abre (se
      *    crea la primera vez, como atrasos.dat).
           OPEN INPUT ELECCIONES-ARCHIVO.
           IF ELECCIONES-STATUS = '00'
               MOVE 'S' TO HAY-ELECCIONES
               OPEN I-O CUENTAS-RETIRO-ARCHIVO
               IF CUENTAS-RETIRO-STATUS = '35' OR
                       CUENTAS-RETIRO-STATUS = '05'
                   OPEN OUTPUT CUENTAS-RETIRO-ARCHIVO
                   CLOSE CUENTAS-RETIRO-ARCHIVO
                   OPEN I-O CUENTAS-RETIRO-ARCHIVO
               END-IF
               IF CUENTAS-RETIRO-STATUS NOT = '00' AND
                       CUENTAS-RETIRO-STATUS NOT = '05'
                   DISPLAY 'Error de archivo CUENTAS-RETIRO. STATUS ='
                       CUENTAS-RETIRO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT AFILIACION-ARCHIVO.
           IF AFILIACION-STATUS = '00'
               MOVE 'S' TO HAY-AFILIACION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND MOVIMIENTOS-ARCHIVO
               IF MOVIMIENTOS-STATUS NOT = '00' AND
                       MOVIMIENTOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo MOVIMIENTOS. STATUS ='
                       MOVIMIENTOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ASIGNACIONES-ARCHIVO.
           CLOSE RECIBOS-ARCHIVO.
           CLOSE REGISTRO-ARCHIVO.
           CLOSE PATRONAL-ARCHIVO.
                       CONTINUE
                   NOT AT END
                       IF RST-ESTADO = 'P' AND
                               RST-PERIODO = PERIODO-ACTUAL AND
                               RST-GRUPO = CRG-GRUPO
                           MOVE 'S' TO REANUDANDO
                           DISPLAY 'Corrida interrumpida detectada; '
                               'se reanuda despues del ID '
           MOVE 'P' TO RST-ESTADO.
           MOVE EMPLEADOS-ID TO RST-ULTIMO-ID.
           MOVE PERIODO-ACTUAL TO RST-PERIODO.
           MOVE CRG-GRUPO TO RST-GRUPO.
           MOVE TOTAL-EMPLEADOS TO RST-EMPLEADOS.
           MOVE TOTAL-BRUTO TO RST-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO RST-DEDUCCIONES.
           CLOSE RESULTADOS-ARCHIVO.
           IF MODO-SIMULACION = 'S'
               CLOSE COMPARACION-ARCHIVO
           ELSE
               CLOSE MOVIMIENTOS-ARCHIVO
           END-IF.

       VERIFICAR-ESTADO-EMPLEADOS.
           CLOSE DEDUCCIONES-ARCHIVO.

       PROCESAR-REGISTROS.
      *    Los empleados dados de baja no entran en la nomina, salvo
      *    el que se fue dentro del periodo: ese cobra sus dias. Los
      *    de otro grupo de pago cobran en la corrida de su grupo.
           IF EMPLEADOS-GRUPO-PAGO = CRG-GRUPO
               PERFORM CALCULAR-DIAS-PAGADOS
               PERFORM VERIFICAR-RETENIDO
               IF DIAS-PAGADOS > ZERO AND EMPLEADO-RETENIDO = 'N'
                   PERFORM ESCRIBIR-RECIBO
                   ADD 1 TO TOTAL-EMPLEADOS
                   IF MODO-SIMULACION = 'N'
                       PERFORM GUARDAR-CHECKPOINT
                   END-IF
               END-IF
           END-IF.
           PERFORM LEER-SIGUIENTE.

      *    Grupo de pago y fechas del periodo (PERIODO-GRUPO): del
      *    dia siguiente al corte anterior del grupo hasta el corte
      *    del periodo. Un grupo desconocido o sin calendario, o un
      *    periodo ya cerrado, no corre.
       DETERMINAR-PERIODO-PAGO.
           CALL 'PERIODO-GRUPO' USING CORRIDA-GRUPO.
           IF CRG-VALIDO = 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CRG-ULTIMO-EVENTO = 'CIERRE'
               DISPLAY 'El periodo ' CRG-PERIODO ' del grupo ['
                   CRG-GRUPO '] esta cerrado; reabralo con '
                   'PERIODOS-NOMINA para recalcular.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-PERIODO TO PERIODO-ACTUAL.
           MOVE CRG-PERIODO(1:4) TO ANO-ACTUAL.
           MOVE CRG-FECHA-INICIO TO PERIODO-INICIO.
           MOVE CRG-FECHA-CORTE TO PERIODO-FIN.
           MOVE CRG-DIAS-PERIODO TO DIAS-PERIODO.

      *    Carga en la tabla los BAJA/REINGRESO del historico con
      *    fecha dentro del periodo (mismo recorrido que
      *    CALCULAR-HUECOS-HISTORICO en AniversariosServicio-35, pero
      *    una sola vez por corrida en vez de una por empleado).
       CARGAR-EVENTOS-HISTORICO.
           MOVE ZERO TO TOTAL-EVENTOS.
           OPEN INPUT HISTORICO-ARCHIVO.
           IF HISTORICO-STATUS = '05' OR HISTORICO-STATUS = '35'
               CLOSE HISTORICO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-HISTORICO
               PERFORM UNTIL FIN-HISTORICO = 'S'
                   READ HISTORICO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-HISTORICO
                       NOT AT END
                           PERFORM ANOTAR-EVENTO-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ARCHIVO
           END-IF.

       ANOTAR-EVENTO-HISTORICO.
           IF HIST-ANO IS NUMERIC AND
                   (HIST-EVENTO = 'BAJA' OR HIST-EVENTO = 'REINGRESO')
               STRING HIST-ANO HIST-MES HIST-DIA DELIMITED BY SIZE
                   INTO FECHA-HISTORICO-TXT
               MOVE FECHA-HISTORICO-TXT TO FECHA-HISTORICO
               IF FECHA-HISTORICO >= PERIODO-INICIO AND
                       FECHA-HISTORICO <= PERIODO-FIN
                   IF TOTAL-EVENTOS < MAXIMO-EVENTOS
                       ADD 1 TO TOTAL-EVENTOS
                       MOVE HIST-ID TO EVT-ID(TOTAL-EVENTOS)
                       MOVE HIST-EVENTO TO EVT-TIPO(TOTAL-EVENTOS)
                       MOVE FECHA-HISTORICO
                           TO EVT-FECHA(TOTAL-EVENTOS)
                   ELSE
                       DISPLAY 'Aviso: mas de ' MAXIMO-EVENTOS
                           ' bajas/reingresos en el periodo; el ID '
                           HIST-ID ' se paga sin prorrateo.'
                   END-IF
               END-IF
           END-IF.

      *    Dias a pagar: del mayor entre el inicio del periodo, la
      *    fecha de contratacion y un reingreso dentro del periodo,
      *    al menor entre el corte y la fecha de baja. La fecha de
      *    baja es el ultimo dia trabajado del maestro; solo las
      *    bajas anteriores al campo usan la fecha del evento BAJA
      *    del historico, que es la de captura. Un inactivo sin baja
      *    dentro del periodo no cobra (ya se le pago en su periodo
      *    de salida); un alta posterior al corte tampoco (entra
      *    completo al periodo siguiente desde su fecha).
       CALCULAR-DIAS-PAGADOS.
           MOVE ZERO TO DIAS-PAGADOS.
           MOVE ZERO TO DIAS-SIN-SUELDO.
           MOVE ZERO TO TOTAL-LIC-EMPLEADO.
           MOVE PERIODO-INICIO TO INICIO-PAGO.
           MOVE PERIODO-FIN TO FIN-PAGO.
           MOVE 'N' TO BAJA-EN-PERIODO.
           MOVE 'N' TO BAJA-CON-FECHA.
           IF STATUS-INATIVO AND EMPLEADOS-BAJA-FECHA IS NUMERIC
                   AND EMPLEADOS-BAJA-FECHA NOT = ZERO
               MOVE 'S' TO BAJA-CON-FECHA
               IF EMPLEADOS-BAJA-FECHA >= PERIODO-INICIO AND
                       EMPLEADOS-BAJA-FECHA <= PERIODO-FIN
                   MOVE 'S' TO BAJA-EN-PERIODO
                   MOVE EMPLEADOS-BAJA-FECHA TO FIN-PAGO
               END-IF
           END-IF.
           IF TIPO-PERMANENTE AND PERM-FECHA-CONTRATACION IS NUMERIC
                   AND PERM-FECHA-CONTRATACION NOT = ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-INGRESO
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-INGRESO
           END-IF.
           IF FECHA-INGRESO IS NUMERIC AND
                   FECHA-INGRESO > INICIO-PAGO
               MOVE FECHA-INGRESO TO INICIO-PAGO
           END-IF.
           PERFORM VARYING INDICE-EVENTO FROM 1 BY 1
                   UNTIL INDICE-EVENTO > TOTAL-EVENTOS
               IF EVT-ID(INDICE-EVENTO) = EMPLEADOS-ID
                   EVALUATE TRUE
                       WHEN EVT-TIPO(INDICE-EVENTO) = 'BAJA' AND
                               STATUS-INATIVO AND BAJA-CON-FECHA = 'N'
                           MOVE 'S' TO BAJA-EN-PERIODO
                           MOVE EVT-FECHA(INDICE-EVENTO) TO FIN-PAGO
                       WHEN EVT-TIPO(INDICE-EVENTO) = 'REINGRESO' AND
                               NOT STATUS-INATIVO AND
                               EVT-FECHA(INDICE-EVENTO) > INICIO-PAGO
                           MOVE EVT-FECHA(INDICE-EVENTO)
                               TO INICIO-PAGO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF STATUS-INATIVO AND BAJA-EN-PERIODO = 'N'
               CONTINUE
           ELSE
               IF INICIO-PAGO <= FIN-PAGO
                   COMPUTE DIAS-PAGADOS =
                       FUNCTION INTEGER-OF-DATE(FIN-PAGO) -
                       FUNCTION INTEGER-OF-DATE(INICIO-PAGO) + 1
               END-IF
           END-IF.
           COMPUTE SALARIO-BASE-PERIODO ROUNDED =
               EMPLEADOS-SALARIO * 12 / CRG-PERIODOS-ANO.
           IF DIAS-PAGADOS >= DIAS-PERIODO
               MOVE DIAS-PERIODO TO DIAS-PAGADOS
               MOVE SALARIO-BASE-PERIODO TO SALARIO-PERIODO
           ELSE
               COMPUTE SALARIO-PERIODO ROUNDED =
                   SALARIO-BASE-PERIODO * DIAS-PAGADOS / DIAS-PERIODO
           END-IF.
           IF TIPO-PERMANENTE AND PAGO-POR-HORA AND DIAS-PAGADOS > ZERO
               PERFORM CALCULAR-PAGO-HORAS
           ELSE
               IF DIAS-PAGADOS > ZERO AND TOTAL-LICENCIAS > ZERO
                   PERFORM CALCULAR-LICENCIAS-EMPLEADO
               END-IF
           END-IF.

      *    Dias de cada licencia sin goce o estatutaria del empleado
      *    que caen dentro de los dias pagados (dias de calendario,
      *    igual que el prorrateo); salen del sueldo base a la misma
      *    tarifa diaria del prorrateo. Los por hora no entran: la
      *    licencia ya es una semana sin horas.
       CALCULAR-LICENCIAS-EMPLEADO.
           PERFORM VARYING INDICE-LICENCIA FROM 1 BY 1
                   UNTIL INDICE-LICENCIA > TOTAL-LICENCIAS
               IF LIC-ID(INDICE-LICENCIA) = EMPLEADOS-ID
                   PERFORM EVALUAR-UNA-LICENCIA
               END-IF
           END-PERFORM.
           IF DIAS-SIN-SUELDO > DIAS-PAGADOS
               MOVE DIAS-PAGADOS TO DIAS-SIN-SUELDO
           END-IF.
           IF DIAS-SIN-SUELDO > ZERO
               COMPUTE DESCUENTO-LICENCIA ROUNDED =
                   SALARIO-BASE-PERIODO * DIAS-SIN-SUELDO /
                   DIAS-PERIODO
               IF DESCUENTO-LICENCIA > SALARIO-PERIODO
                   MOVE ZERO TO SALARIO-PERIODO
               ELSE
                   SUBTRACT DESCUENTO-LICENCIA FROM SALARIO-PERIODO
               END-IF
           END-IF.

       EVALUAR-UNA-LICENCIA.
           MOVE ZERO TO TIPO-LIC-HALLADO.
           PERFORM VARYING INDICE-TIPO-LIC FROM 1 BY 1
                   UNTIL INDICE-TIPO-LIC > TOTAL-TIPOS-LIC
               IF TTL-PAIS(INDICE-TIPO-LIC) = DIR-CODIGO-PAIS AND
                       TTL-CODIGO(INDICE-TIPO-LIC) =
                           LIC-TIPO(INDICE-LICENCIA)
                   MOVE INDICE-TIPO-LIC TO TIPO-LIC-HALLADO
               END-IF
           END-PERFORM.
           IF TIPO-LIC-HALLADO NOT = ZERO
               MOVE LIC-DESDE(INDICE-LICENCIA) TO LICENCIA-INICIO
               MOVE LIC-HASTA(INDICE-LICENCIA) TO LICENCIA-FIN
               IF LICENCIA-INICIO < INICIO-PAGO
                   MOVE INICIO-PAGO TO LICENCIA-INICIO
               END-IF
               IF LICENCIA-FIN > FIN-PAGO
                   MOVE FIN-PAGO TO LICENCIA-FIN
               END-IF
               MOVE ZERO TO DIAS-LICENCIA
               IF LICENCIA-INICIO <= LICENCIA-FIN
                   COMPUTE DIAS-LICENCIA =
                       FUNCTION INTEGER-OF-DATE(LICENCIA-FIN) -
                       FUNCTION INTEGER-OF-DATE(LICENCIA-INICIO) + 1
               END-IF
               IF DIAS-LICENCIA > ZERO
                   ADD DIAS-LICENCIA TO DIAS-SIN-SUELDO
                   IF TTL-PAGO(TIPO-LIC-HALLADO) = 'E'
                       PERFORM ANOTAR-LICENCIA-ESTATUTARIA
                   END-IF
               END-IF
           END-IF.

      *    Un renglon por tipo estatutario: sus dias a la tarifa
      *    diaria del periodo y al porcentaje del tipo.
       ANOTAR-LICENCIA-ESTATUTARIA.
           MOVE ZERO TO INDICE-LIC-EMPLEADO.
           PERFORM VARYING INDICE-TIPO-LIC FROM 1 BY 1
                   UNTIL INDICE-TIPO-LIC > TOTAL-LIC-EMPLEADO
               IF LEM-CODIGO(INDICE-TIPO-LIC) =
                       LIC-TIPO(INDICE-LICENCIA)
                   MOVE INDICE-TIPO-LIC TO INDICE-LIC-EMPLEADO
               END-IF
           END-PERFORM.
           IF INDICE-LIC-EMPLEADO = ZERO
               IF TOTAL-LIC-EMPLEADO < 5
                   ADD 1 TO TOTAL-LIC-EMPLEADO
                   MOVE TOTAL-LIC-EMPLEADO TO INDICE-LIC-EMPLEADO
                   MOVE LIC-TIPO(INDICE-LICENCIA)
                       TO LEM-CODIGO(INDICE-LIC-EMPLEADO)
                   MOVE TTL-DESCRIPCION(TIPO-LIC-HALLADO)
                       TO LEM-DESCRIPCION(INDICE-LIC-EMPLEADO)
                   MOVE ZERO TO LEM-IMPORTE(INDICE-LIC-EMPLEADO)
               ELSE
                   DISPLAY 'Aviso: mas de 5 tipos de licencia '
                       'estatutaria para el ID ' EMPLEADOS-ID
                       '; el tipo ' LIC-TIPO(INDICE-LICENCIA)
                       ' no se pago aparte.'
               END-IF
           END-IF.
           IF INDICE-LIC-EMPLEADO NOT = ZERO
               COMPUTE LEM-IMPORTE(INDICE-LIC-EMPLEADO) ROUNDED =
                   LEM-IMPORTE(INDICE-LIC-EMPLEADO) +
                   SALARIO-BASE-PERIODO * DIAS-LICENCIA /
                   DIAS-PERIODO * TTL-PORCENTAJE(TIPO-LIC-HALLADO) /
                   100
           END-IF.

      *    Carga los tipos que tocan el recibo y las solicitudes que
      *    traslapan el periodo (mismo criterio de carga unica que
      *    CARGAR-EVENTOS-HISTORICO).
       CARGAR-LICENCIAS-PERIODO.
           MOVE ZERO TO TOTAL-TIPOS-LIC.
           OPEN INPUT TIPOS-LICENCIA-ARCHIVO.
           IF TIPOS-LICENCIA-STATUS = '05' OR
                   TIPOS-LICENCIA-STATUS = '35'
               CLOSE TIPOS-LICENCIA-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-TIPOS
               PERFORM UNTIL FIN-TIPOS = 'S'
                   READ TIPOS-LICENCIA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TIPOS
                       NOT AT END
                           IF NOT TLI-PAGADA AND
                                   TOTAL-TIPOS-LIC < MAXIMO-TIPOS-LIC
                               ADD 1 TO TOTAL-TIPOS-LIC
                               MOVE TLI-PAIS
                                   TO TTL-PAIS(TOTAL-TIPOS-LIC)
                               MOVE TLI-CODIGO
                                   TO TTL-CODIGO(TOTAL-TIPOS-LIC)
                               MOVE TLI-DESCRIPCION
                                   TO TTL-DESCRIPCION(TOTAL-TIPOS-LIC)
                               MOVE TLI-PAGO
                                   TO TTL-PAGO(TOTAL-TIPOS-LIC)
                               MOVE TLI-PORCENTAJE
                                   TO TTL-PORCENTAJE(TOTAL-TIPOS-LIC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIPOS-LICENCIA-ARCHIVO
           END-IF.
           MOVE ZERO TO TOTAL-LICENCIAS.
           IF TOTAL-TIPOS-LIC > ZERO
               OPEN INPUT SOLICITUDES-ARCHIVO
               IF SOLICITUDES-STATUS = '00'
                   MOVE 'N' TO FIN-SOLICITUDES
                   PERFORM UNTIL FIN-SOLICITUDES = 'S'
                       READ SOLICITUDES-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-SOLICITUDES
                           NOT AT END
                               PERFORM ANOTAR-LICENCIA-PERIODO
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE SOLICITUDES-ARCHIVO
           END-IF.

       ANOTAR-LICENCIA-PERIODO.
           IF (SOLICITUD-APROBADA OR SOLICITUD-TOMADA) AND
                   SOL-TIPO NOT = SPACES AND SOL-TIPO NOT = 'VAC' AND
                   SOL-FECHA-DESDE <= PERIODO-FIN AND
                   SOL-FECHA-HASTA >= PERIODO-INICIO
               IF TOTAL-LICENCIAS < MAXIMO-LICENCIAS
                   ADD 1 TO TOTAL-LICENCIAS
                   MOVE SOL-EMPLEADOS-ID TO LIC-ID(TOTAL-LICENCIAS)
                   MOVE SOL-TIPO TO LIC-TIPO(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-DESDE TO LIC-DESDE(TOTAL-LICENCIAS)
                   MOVE SOL-FECHA-HASTA TO LIC-HASTA(TOTAL-LICENCIAS)
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-LICENCIAS
                       ' licencias en el periodo; la solicitud '
                       SOL-ID ' se paga sin descuento.'
               END-IF
           END-IF.

      *    Permanente por hora: el bruto son sus horas aprobadas del
      *    periodo a la tarifa del maestro, con el excedente semanal
      *    sobre las horas normales pagado con premio. Sin horas
      *    aprobadas en el periodo no hay recibo.
       CALCULAR-PAGO-HORAS.
           MOVE ZERO TO HORAS-NORMALES.
           MOVE ZERO TO HORAS-EXTRA.
           PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                   UNTIL INDICE-SEMANA > TOTAL-SEMANAS
               IF HSE-ID(INDICE-SEMANA) = EMPLEADOS-ID
                   IF HSE-APROBADAS(INDICE-SEMANA) >
                           HORAS-SEMANA-NORMAL
                       ADD HORAS-SEMANA-NORMAL TO HORAS-NORMALES
                       COMPUTE HORAS-EXTRA = HORAS-EXTRA +
                           HSE-APROBADAS(INDICE-SEMANA) -
                           HORAS-SEMANA-NORMAL
                   ELSE
                       ADD HSE-APROBADAS(INDICE-SEMANA)
                           TO HORAS-NORMALES
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE SALARIO-PERIODO ROUNDED =
               HORAS-NORMALES * EMPLEADOS-TARIFA-HORA +
               HORAS-EXTRA * EMPLEADOS-TARIFA-HORA * FACTOR-PREMIO.
           MOVE SALARIO-PERIODO TO SALARIO-BASE-PERIODO.
           IF HORAS-NORMALES = ZERO AND HORAS-EXTRA = ZERO
               MOVE ZERO TO DIAS-PAGADOS
           END-IF.

      *    Semanas de horas.dat que terminan dentro del periodo, una
      *    sola vez por corrida; las rechazadas no cuentan para nada.
       CARGAR-HORAS-PERIODO.
           MOVE ZERO TO TOTAL-SEMANAS.
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
                           IF HORAS-SEMANA >= PERIODO-INICIO AND
                                   HORAS-SEMANA <= PERIODO-FIN AND
                                   NOT HORAS-RECHAZADAS
                               PERFORM ANOTAR-HORAS-SEMANA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORAS-ARCHIVO
           END-IF.

       ANOTAR-HORAS-SEMANA.
           MOVE 'N' TO SEMANA-HALLADA.
           PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                   UNTIL INDICE-SEMANA > TOTAL-SEMANAS
                       OR SEMANA-HALLADA = 'S'
               IF HSE-ID(INDICE-SEMANA) = HORAS-ID AND
                       HSE-FECHA(INDICE-SEMANA) = HORAS-SEMANA
                   PERFORM SUMAR-HORAS-SEMANA
                   MOVE 'S' TO SEMANA-HALLADA
               END-IF
           END-PERFORM.
           IF SEMANA-HALLADA = 'N'
               IF TOTAL-SEMANAS < MAXIMO-SEMANAS
                   ADD 1 TO TOTAL-SEMANAS
                   MOVE TOTAL-SEMANAS TO INDICE-SEMANA
                   MOVE HORAS-ID TO HSE-ID(INDICE-SEMANA)
                   MOVE HORAS-SEMANA TO HSE-FECHA(INDICE-SEMANA)
                   MOVE ZERO TO HSE-APROBADAS(INDICE-SEMANA)
                   MOVE ZERO TO HSE-PENDIENTES(INDICE-SEMANA)
                   PERFORM SUMAR-HORAS-SEMANA
               ELSE
                   DISPLAY 'Aviso: mas de ' MAXIMO-SEMANAS
                       ' semanas de horas en el periodo; la del ID '
                       HORAS-ID ' no se toma en cuenta.'
               END-IF
           END-IF.

       SUMAR-HORAS-SEMANA.
           IF HORAS-PENDIENTES
               ADD HORAS-CANTIDAD TO HSE-PENDIENTES(INDICE-SEMANA)
           ELSE
               ADD HORAS-CANTIDAD TO HSE-APROBADAS(INDICE-SEMANA)
           END-IF.

      *    Excepcion previa a la corrida: semanas con horas todavia
      *    pendientes de aprobacion de permanentes por hora del
      *    grupo. No se pagan en esta corrida; el supervisor las
      *    aprueba y entran en la siguiente o en una extraordinaria.
       REPORTAR-HORAS-PENDIENTES.
           MOVE ZERO TO SEMANAS-SIN-APROBAR.
           OPEN OUTPUT HORAS-EXC-ARCHIVO.
           IF HORAS-EXC-STATUS NOT = '00'
               DISPLAY 'Error de archivo HORAS-EXC-ARCHIVO. STATUS ='
                   HORAS-EXC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-GRUPO TO HXT-GRUPO.
           MOVE CRG-PERIODO TO HXT-PERIODO.
           MOVE LINEA-HORAS-EXC-TITULO TO LINEA-HORAS-EXC.
           WRITE LINEA-HORAS-EXC.
           PERFORM VARYING INDICE-SEMANA FROM 1 BY 1
                   UNTIL INDICE-SEMANA > TOTAL-SEMANAS
               IF HSE-PENDIENTES(INDICE-SEMANA) > ZERO
                   PERFORM REVISAR-SEMANA-PENDIENTE
               END-IF
           END-PERFORM.
           MOVE SEMANAS-SIN-APROBAR TO HXS-TOTAL.
           MOVE LINEA-HORAS-EXC-TOTAL TO LINEA-HORAS-EXC.
           WRITE LINEA-HORAS-EXC.
           CLOSE HORAS-EXC-ARCHIVO.
           IF SEMANAS-SIN-APROBAR > ZERO
               DISPLAY 'Aviso: ' SEMANAS-SIN-APROBAR ' semanas sin '
                   'aprobar de permanentes por hora; no se pagan. '
                   'Detalle en horas_excepciones.txt'
           END-IF.

      *    Los cambios de sueldo sin aprobar no llegaron al maestro:
      *    la corrida paga el sueldo aprobado y solo deja el aviso
      *    (la lista sale en la hoja de cierre).
       REPORTAR-SALARIOS-PENDIENTES.
           MOVE ZERO TO SALARIOS-SIN-APROBAR.
           OPEN INPUT PENDIENTES-SALARIO-ARCHIVO.
           IF PENDIENTES-SALARIO-STATUS = '00'
               MOVE 'N' TO FIN-PENDIENTES-SALARIO
               PERFORM UNTIL FIN-PENDIENTES-SALARIO = 'S'
                   READ PENDIENTES-SALARIO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-PENDIENTES-SALARIO
                       NOT AT END
                           IF SPE-PENDIENTE
                               ADD 1 TO SALARIOS-SIN-APROBAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PENDIENTES-SALARIO-ARCHIVO.
           IF SALARIOS-SIN-APROBAR > ZERO
               DISPLAY 'Aviso: ' SALARIOS-SIN-APROBAR ' cambios de '
                   'salario sin aprobar; se paga el salario aprobado.'
           END-IF.

      *    Excepcion previa a la corrida: empleados del grupo que
      *    trabajan fuera de su pais de nacionalidad sin ningun
      *    documento de autorizacion vigente hoy. Se retienen: no
      *    cobran en esta corrida hasta que RH registre el documento
      *    (se les paga entonces en una extraordinaria o en la
      *    siguiente).
       REPORTAR-AUTORIZACIONES-VENCIDAS.
           MOVE ZERO TO TOTAL-RETENIDOS.
           OPEN OUTPUT RETENIDOS-ARCHIVO.
           IF RETENIDOS-STATUS NOT = '00'
               DISPLAY 'Error de archivo RETENIDOS-ARCHIVO. STATUS ='
                   RETENIDOS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CRG-GRUPO TO RTT-GRUPO.
           MOVE CRG-PERIODO TO RTT-PERIODO.
           MOVE LINEA-RETENIDOS-TITULO TO LINEA-RETENIDOS.
           WRITE LINEA-RETENIDOS.
           OPEN INPUT AUTORIZACIONES-ARCHIVO.
           MOVE 'N' TO FIN-REVISION-AUT.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVO
                   KEY IS NOT LESS THAN EMPLEADOS-ID
               INVALID KEY
                   MOVE 'S' TO FIN-REVISION-AUT
           END-START.
           PERFORM UNTIL FIN-REVISION-AUT = 'S'
               READ EMPLEADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-REVISION-AUT
                   NOT AT END
                       IF EMPLEADOS-GRUPO-PAGO = CRG-GRUPO AND
                               NOT STATUS-INATIVO AND
                               EMPLEADOS-NACIONALIDAD NOT = SPACES
                           PERFORM REVISAR-AUTORIZACION-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTORIZACIONES-ARCHIVO.
           MOVE TOTAL-RETENIDOS TO RTS-TOTAL.
           MOVE LINEA-RETENIDOS-TOTAL TO LINEA-RETENIDOS.
           WRITE LINEA-RETENIDOS.
           CLOSE RETENIDOS-ARCHIVO.
           IF TOTAL-RETENIDOS > ZERO
               DISPLAY 'Aviso: ' TOTAL-RETENIDOS ' empleados sin '
                   'autorizacion de trabajo vigente; no se pagan. '
                   'Detalle en autorizacion_retenidos.txt'
           END-IF.

       REVISAR-AUTORIZACION-EMPLEADO.
           PERFORM DETERMINAR-PAIS-TRABAJO.
           IF EMPLEADOS-NACIONALIDAD NOT = PAIS-TRABAJO
               MOVE 'N' TO AUTORIZACION-VIGENTE
               MOVE EMPLEADOS-ID TO AUT-EMPLEADOS-ID
               MOVE LOW-VALUES TO AUT-TIPO
               START AUTORIZACIONES-ARCHIVO
                       KEY IS NOT LESS THAN AUT-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-AUTORIZACIONES
                   NOT INVALID KEY
                       MOVE 'N' TO FIN-AUTORIZACIONES
               END-START
               PERFORM UNTIL FIN-AUTORIZACIONES = 'S'
                   READ AUTORIZACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-AUTORIZACIONES
                       NOT AT END
                           IF AUT-EMPLEADOS-ID NOT = EMPLEADOS-ID
                               MOVE 'S' TO FIN-AUTORIZACIONES
                           ELSE
                               IF AUT-FECHA-VENCE >= FECHA-HOY
                                   MOVE 'S' TO AUTORIZACION-VIGENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF AUTORIZACION-VIGENTE = 'N'
                   PERFORM RETENER-EMPLEADO
               END-IF
           END-IF.

      *    Pais donde trabaja: el del sitio; sin sitio (o sitio que
      *    ya no esta en el maestro), el del domicilio. Durante una
      *    asignacion internacional, el pais destino.
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
           PERFORM BUSCAR-ASIGNACION-PERIODO.
           IF ASIGNACION-EN-PERIODO = 'S'
               MOVE ASP-PAIS-DESTINO TO PAIS-TRABAJO
           END-IF.

       RETENER-EMPLEADO.
           ADD 1 TO TOTAL-RETENIDOS.
           IF TOTAL-RETENIDOS > MAXIMO-RETENIDOS
               DISPLAY 'Aviso: mas de ' MAXIMO-RETENIDOS
                   ' retenidos; el ID ' EMPLEADOS-ID
                   ' sale en el reporte pero no se retiene.'
           ELSE
               MOVE EMPLEADOS-ID TO RET-ID(TOTAL-RETENIDOS)
           END-IF.
           MOVE EMPLEADOS-ID TO RTD-ID.
           MOVE EMPLEADOS-APELLIDOS TO RTD-APELLIDOS.
           MOVE EMPLEADOS-NACIONALIDAD TO RTD-NACIONALIDAD.
           MOVE PAIS-TRABAJO TO RTD-PAIS.
           MOVE LINEA-RETENIDOS-DETALLE TO LINEA-RETENIDOS.
           WRITE LINEA-RETENIDOS.

       VERIFICAR-RETENIDO.
           MOVE 'N' TO EMPLEADO-RETENIDO.
           PERFORM VARYING INDICE-RETENIDO FROM 1 BY 1
                   UNTIL INDICE-RETENIDO > TOTAL-RETENIDOS OR
                         INDICE-RETENIDO > MAXIMO-RETENIDOS
               IF RET-ID(INDICE-RETENIDO) = EMPLEADOS-ID
                   MOVE 'S' TO EMPLEADO-RETENIDO
               END-IF
           END-PERFORM.

       REVISAR-SEMANA-PENDIENTE.
           MOVE HSE-ID(INDICE-SEMANA) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TIPO-PERMANENTE AND PAGO-POR-HORA AND
                           EMPLEADOS-GRUPO-PAGO = CRG-GRUPO
                       ADD 1 TO SEMANAS-SIN-APROBAR
                       MOVE EMPLEADOS-ID TO HXD-ID
                       MOVE EMPLEADOS-APELLIDOS TO HXD-APELLIDOS
                       MOVE HSE-FECHA(INDICE-SEMANA) TO HXD-SEMANA
                       MOVE HSE-PENDIENTES(INDICE-SEMANA) TO HXD-HORAS
                       MOVE LINEA-HORAS-EXC-DETALLE TO LINEA-HORAS-EXC
                       WRITE LINEA-HORAS-EXC
                   END-IF
           END-READ.

       ESCRIBIR-RECIBO.
      *    Base del periodo ya prorrateada por dias pagados; los
      *    porcentajes de percepciones, deducciones y cuota sindical
      *    se calculan sobre ella.
           MOVE SALARIO-PERIODO TO BRUTO-EMPLEADO.
           MOVE SALARIO-PERIODO TO BRUTO-GRAVABLE.
           MOVE ZERO TO DEDUCCIONES-EMPLEADO.
           MOVE ZERO TO PATRONAL-EMPLEADO.
           MOVE ZERO TO TOTAL-CUOTAS.
           MOVE ZERO TO APORTE-RETIRO.
           MOVE ZERO TO MATCH-RETIRO.
           PERFORM BUSCAR-ASIGNACION-PERIODO.
           PERFORM VARYING INDICE-COL FROM 1 BY 1
                   UNTIL INDICE-COL > MAXIMO-COLUMNAS
               MOVE ZERO TO EMP-COLUMNA(INDICE-COL)
           MOVE EMPLEADOS-DEPARTAMENTO TO REC-DEPARTAMENTO.
           MOVE LINEA-CABECERA-RECIBO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE DIAS-PAGADOS TO DIA-LIN-PAGADOS.
           MOVE DIAS-PERIODO TO DIA-LIN-PERIODO.
           MOVE INICIO-PAGO TO DIA-LIN-INICIO.
           MOVE FIN-PAGO TO DIA-LIN-FIN.
           MOVE LINEA-DIAS TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF DIAS-SIN-SUELDO > ZERO
               MOVE DIAS-SIN-SUELDO TO LIC-LIN-DIAS
               MOVE LINEA-LICENCIA TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
      *    Licencias estatutarias: su renglon propio, sumado al bruto
      *    y a la base gravable.
           PERFORM VARYING INDICE-LIC-EMPLEADO FROM 1 BY 1
                   UNTIL INDICE-LIC-EMPLEADO > TOTAL-LIC-EMPLEADO
               ADD LEM-IMPORTE(INDICE-LIC-EMPLEADO) TO BRUTO-EMPLEADO
               ADD LEM-IMPORTE(INDICE-LIC-EMPLEADO) TO BRUTO-GRAVABLE
               MOVE LEM-CODIGO(INDICE-LIC-EMPLEADO) TO PEL-CODIGO
               MOVE LEM-DESCRIPCION(INDICE-LIC-EMPLEADO)
                   TO PEL-DESCRIPCION
               MOVE LEM-IMPORTE(INDICE-LIC-EMPLEADO) TO PEL-IMPORTE
               MOVE LINEA-PERCEPCION TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-PERFORM.
           IF TIPO-PERMANENTE AND PAGO-POR-HORA
               MOVE HORAS-NORMALES TO HRS-LIN-NORMALES
               MOVE HORAS-EXTRA TO HRS-LIN-EXTRA
               MOVE EMPLEADOS-TARIFA-HORA TO HRS-LIN-TARIFA
               MOVE LINEA-HORAS TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.
      *    Percepciones del periodo: se suman al bruto antes de
      *    imprimir la linea de bruto, asi el recibo y el total de
      *    compania ya las incluyen.
           IF HAY-PERC-EMP = 'S'
               PERFORM APLICAR-PERCEPCIONES
           END-IF.
           IF ASIGNACION-EN-PERIODO = 'S'
               PERFORM APLICAR-ASIGNACION-INTL
           END-IF.
           MOVE BRUTO-EMPLEADO TO REC-BRUTO.
           MOVE LINEA-BRUTO TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
      *    La aportacion al plan de retiro va antes que los
      *    impuestos: en un plan antes de impuestos rebaja la base
      *    gravable con que se calculan.
           IF HAY-ELECCIONES = 'S'
               PERFORM APLICAR-PLAN-RETIRO
           END-IF.
           IF HAY-DEDUCCIONES = 'S'
               PERFORM APLICAR-DEDUCCIONES
           END-IF.
               PERFORM COMPARAR-CONTRA-ACTUAL
           ELSE
               PERFORM ABONAR-YTD
               IF APORTE-RETIRO > ZERO OR MATCH-RETIRO > ZERO
                   PERFORM ABONAR-CUENTA-RETIRO
               END-IF
               PERFORM GUARDAR-RESULTADO
           END-IF.

      *    Linea de comparacion: neto simulado contra el neto real
      *    que dejo la ultima corrida regular en resultados_nomina.dat
      *    (los resultados del empleado vienen en orden de periodo;
      *    se queda el ultimo regular).
       COMPARAR-CONTRA-ACTUAL.
           MOVE ZERO TO NETO-ANTERIOR.
           MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE ZERO TO RES-PERIODO.
           MOVE LOW-VALUES TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           MOVE 'N' TO FIN-RESULTADOS.
           START RESULTADOS-ARCHIVO KEY IS NOT LESS THAN RES-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-RESULTADOS
           END-START.
           PERFORM UNTIL FIN-RESULTADOS = 'S'
               READ RESULTADOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-RESULTADOS
                   NOT AT END
                       IF RES-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-RESULTADOS
                       ELSE
                           IF RES-REGULAR
                               MOVE RES-NETO TO NETO-ANTERIOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE DIFERENCIA-NETO = NETO-EMPLEADO - NETO-ANTERIOR.
           MOVE EMPLEADOS-ID TO CMP-ID.
           MOVE NETO-ANTERIOR TO CMP-ACTUAL.
               MOVE ZERO TO YTD-BRUTO
               MOVE ZERO TO YTD-DEDUCCIONES
               MOVE ZERO TO YTD-NETO
               MOVE ZERO TO YTD-EXTRA-BRUTO
               MOVE ZERO TO YTD-EXTRA-NETO
               MOVE ZERO TO YTD-GRAVABLE
               PERFORM VARYING INDICE-YTD FROM 1 BY 1
                       UNTIL INDICE-YTD > 12
                   MOVE SPACES TO YTD-COD-CODIGO(INDICE-YTD)
               ADD BRUTO-EMPLEADO TO YTD-BRUTO
               ADD DEDUCCIONES-EMPLEADO TO YTD-DEDUCCIONES
               ADD NETO-EMPLEADO TO YTD-NETO
               ADD BRUTO-GRAVABLE TO YTD-GRAVABLE
      *        Base gravable y cuotas patronales por codigo: solo
      *        van a movimientos (no al YTD del empleado).
               MOVE 'G' TO MOV-CLASE
               MOVE SPACES TO MOV-REFERENCIA
               MOVE BRUTO-GRAVABLE TO MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
               PERFORM VARYING INDICE-CUOTA FROM 1 BY 1
                       UNTIL INDICE-CUOTA > TOTAL-CUOTAS
                   MOVE 'C' TO MOV-CLASE
                   MOVE CUO-CODIGO(INDICE-CUOTA) TO MOV-REFERENCIA
                   MOVE CUO-MONTO(INDICE-CUOTA) TO MOV-IMPORTE
                   PERFORM ANOTAR-MOVIMIENTO
               END-PERFORM
               PERFORM VARYING INDICE-COL FROM 1 BY 1
                       UNTIL INDICE-COL > TOTAL-COLUMNAS
                   IF EMP-COLUMNA(INDICE-COL) NOT = ZERO
      *    Busca YTD-CODIGO-ABONAR en las ranuras del registro YTD;
      *    si no esta, ocupa la primera ranura libre.
       ABONAR-CODIGO-YTD.
           MOVE 'Y' TO MOV-CLASE.
           MOVE YTD-CODIGO-ABONAR TO MOV-REFERENCIA.
           MOVE YTD-MONTO-ABONAR TO MOV-IMPORTE.
           PERFORM ANOTAR-MOVIMIENTO.
           MOVE 'N' TO YTD-COD-HALLADO.
           PERFORM VARYING INDICE-YTD FROM 1 BY 1
                   UNTIL INDICE-YTD > 12
               END-PERFORM
           END-IF.

      *    Abona lo del periodo a la cuenta de retiro del empleado,
      *    una sola vez por periodo (mismo candado que el YTD), y lo
      *    deja en movimientos ('J' aportacion del empleado, 'M'
      *    match) para la remesa al proveedor y para la anulacion.
       ABONAR-CUENTA-RETIRO.
           MOVE EMPLEADOS-ID TO CTR-EMPLEADOS-ID.
           MOVE 'N' TO CUENTA-RETIRO-EXISTE.
           READ CUENTAS-RETIRO-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CUENTA-RETIRO-EXISTE
           END-READ.
           IF CUENTA-RETIRO-EXISTE = 'N'
               MOVE EMPLEADOS-ID TO CTR-EMPLEADOS-ID
               MOVE ZERO TO CTR-APORTE-EMPLEADO
               MOVE ZERO TO CTR-APORTE-PATRON
               MOVE ZERO TO CTR-ULTIMO-PERIODO
               MOVE FECHA-HOY TO CTR-FECHA-ALTA
           END-IF.
           IF CTR-ULTIMO-PERIODO = PERIODO-ACTUAL
               CONTINUE
           ELSE
               MOVE PERIODO-ACTUAL TO CTR-ULTIMO-PERIODO
               MOVE ELECCION-PLAN TO CTR-PLAN
               ADD APORTE-RETIRO TO CTR-APORTE-EMPLEADO
               ADD MATCH-RETIRO TO CTR-APORTE-PATRON
               IF APORTE-RETIRO > ZERO
                   MOVE 'J' TO MOV-CLASE
                   MOVE ELECCION-PLAN TO MOV-REFERENCIA
                   MOVE APORTE-RETIRO TO MOV-IMPORTE
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
               IF MATCH-RETIRO > ZERO
                   MOVE 'M' TO MOV-CLASE
                   MOVE ELECCION-PLAN TO MOV-REFERENCIA
                   MOVE MATCH-RETIRO TO MOV-IMPORTE
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
               IF CUENTA-RETIRO-EXISTE = 'S'
                   REWRITE CUENTAS-RETIRO-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo abonar la cuenta de '
                               'retiro del ID ' EMPLEADOS-ID '.'
                   END-REWRITE
               ELSE
                   WRITE CUENTAS-RETIRO-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo crear la cuenta de '
                               'retiro del ID ' EMPLEADOS-ID '.'
                   END-WRITE
               END-IF
           END-IF.

      *    Una linea de movimientos_nomina.dat bajo la clave del
      *    resultado regular del empleado en el periodo.
       ANOTAR-MOVIMIENTO.
           MOVE EMPLEADOS-ID TO MOV-EMPLEADOS-ID.
           MOVE PERIODO-ACTUAL TO MOV-PERIODO.
           MOVE 'R' TO MOV-TIPO.
           MOVE ZERO TO MOV-SECUENCIA.
           WRITE MOVIMIENTOS-REGISTRO.

       ANOTAR-COLUMNA-REGISTRO.
           MOVE 'N' TO COLUMNA-HALLADA.
           PERFORM VARYING INDICE-COL FROM 1 BY 1
           END-IF.

      *    Deja el resultado del empleado (bruto / deducciones /
      *    neto) en resultados_nomina.dat, un registro regular por
      *    empleado y periodo (una recorrida del periodo lo pisa),
      *    para que PagosBanco-22 pague exactamente este neto.
       GUARDAR-RESULTADO.
           MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE PERIODO-ACTUAL TO RES-PERIODO.
           MOVE 'R' TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           MOVE 'N' TO RESULTADO-EXISTE.
           READ RESULTADOS-ARCHIVO
               INVALID KEY
           END-READ.
           MOVE EMPLEADOS-ID TO RES-EMPLEADOS-ID.
           MOVE PERIODO-ACTUAL TO RES-PERIODO.
           MOVE 'R' TO RES-TIPO.
           MOVE ZERO TO RES-SECUENCIA.
           MOVE EMPLEADOS-DEPARTAMENTO TO RES-DEPARTAMENTO.
           MOVE BRUTO-EMPLEADO TO RES-BRUTO.
           MOVE DEDUCCIONES-EMPLEADO TO RES-DEDUCCIONES.
           MOVE PATRONAL-EMPLEADO TO RES-PATRONAL.
           MOVE NETO-EMPLEADO TO RES-NETO.
           MOVE CRG-GRUPO TO RES-GRUPO.
           IF RESULTADO-EXISTE = 'S'
               REWRITE RESULTADOS-REGISTRO
                   INVALID KEY
               ELSE
                   IF PER-METODO-PORCENTAJE
                       COMPUTE PERCEPCION-CALCULADA ROUNDED =
                           SALARIO-PERIODO * PER-VALOR / 100
                   ELSE
                       MOVE PER-VALOR TO PERCEPCION-CALCULADA
                   END-IF
                   EVALUATE TRUE
                       WHEN CLASE-VOLUNTARIA AND INS-MONTO NOT = ZERO
      *                    Monto propio del inscrito por encima del
      *                    valor general del maestro (mensual, como
      *                    todo monto fijo: se lleva al periodo).
                           COMPUTE DEDUCCION-CALCULADA ROUNDED =
                               INS-MONTO * 12 / CRG-PERIODOS-ANO
                       WHEN METODO-TABLA OR METODO-TABLA-REGIONAL
                           PERFORM CALCULAR-IMPUESTO-TABLA
                       WHEN METODO-PORCENTAJE
                           COMPUTE DEDUCCION-CALCULADA ROUNDED =
                               BRUTO-EMPLEADO * DEDUCCIONES-VALOR
                               / 100
                       WHEN OTHER
                           COMPUTE DEDUCCION-CALCULADA ROUNDED =
                               DEDUCCIONES-VALOR * 12 / CRG-PERIODOS-ANO
                   END-EVALUATE
      *            La cuota patronal no toca el neto del empleado ni
      *            sale en su recibo: se acumula aparte para el
      *            reporte de costo patronal.
                   IF CLASE-PATRONAL
                       ADD DEDUCCION-CALCULADA TO PATRONAL-EMPLEADO
                       PERFORM ANOTAR-CUOTA-PATRONAL
                   ELSE
                       ADD DEDUCCION-CALCULADA TO DEDUCCIONES-EMPLEADO
                       PERFORM ANOTAR-COLUMNA-REGISTRO
               END-IF
           END-IF.

       ANOTAR-CUOTA-PATRONAL.
           MOVE 'N' TO CUOTA-HALLADA.
           PERFORM VARYING INDICE-CUOTA FROM 1 BY 1
                   UNTIL INDICE-CUOTA > TOTAL-CUOTAS
               IF CUO-CODIGO(INDICE-CUOTA) = DEDUCCIONES-CODIGO
                   MOVE 'S' TO CUOTA-HALLADA
                   ADD DEDUCCION-CALCULADA TO CUO-MONTO(INDICE-CUOTA)
               END-IF
           END-PERFORM.
           IF CUOTA-HALLADA = 'N' AND TOTAL-CUOTAS < MAXIMO-CUOTAS
               ADD 1 TO TOTAL-CUOTAS
               MOVE DEDUCCIONES-CODIGO TO CUO-CODIGO(TOTAL-CUOTAS)
               MOVE DEDUCCION-CALCULADA TO CUO-MONTO(TOTAL-CUOTAS)
           END-IF.

      *    Impuesto por tabla: rebobina tablas_impuesto.dat buscando,
      *    entre los tramos del pais del empleado y el ano en curso,
      *    el de piso mas alto que no rebase la base gravable, y
      *    calcula cuota fija mas tasa marginal sobre el excedente.
      *    Sin tramos para ese pais/ano, el codigo no descuenta nada
      *    y se avisa al operador para que cargue la tabla. Un codigo
      *    regional ('R') busca en cambio los tramos del pais y
      *    region del sitio de trabajo; una region sin tramos (sin
      *    impuesto local) no descuenta y no avisa. Los
      *    tramos son mensuales: la base de un grupo semanal o
      *    catorcenal se lleva a mes y el impuesto se regresa al
      *    periodo. Al asignado con parte en el destino se le parte
      *    la base (CALCULAR-IMPUESTO-DIVIDIDO).
       CALCULAR-IMPUESTO-TABLA.
           MOVE DIR-CODIGO-PAIS TO PAIS-IMPUESTO.
           MOVE SPACES TO REGION-IMPUESTO.
           IF METODO-TABLA-REGIONAL
               PERFORM DETERMINAR-REGION-IMPUESTO
           END-IF.
           IF ASIGNACION-EN-PERIODO = 'S' AND
                   ASP-PORCENTAJE > ZERO AND
                   CAMBIO-DESTINO-OK = 'S'
               PERFORM CALCULAR-IMPUESTO-DIVIDIDO
           ELSE
               MOVE BRUTO-GRAVABLE TO GRAVABLE-TRAMOS
               PERFORM CAMINAR-TRAMOS
               MOVE IMPUESTO-TRAMOS TO DEDUCCION-CALCULADA
           END-IF.

      *    Asignado: la parte de origen camina los tramos de origen
      *    y la del destino (ASP-PORCENTAJE de la base, llevada a la
      *    moneda del destino) los del pais destino, o la region del
      *    sitio destino para un codigo regional; el impuesto del
      *    destino se regresa a moneda de origen y el codigo
      *    descuenta la suma de los dos.
       CALCULAR-IMPUESTO-DIVIDIDO.
           COMPUTE GRAVABLE-DESTINO ROUNDED =
               BRUTO-GRAVABLE * ASP-PORCENTAJE / 100.
           COMPUTE GRAVABLE-TRAMOS =
               BRUTO-GRAVABLE - GRAVABLE-DESTINO.
           MOVE ZERO TO IMPUESTO-TRAMOS.
           IF GRAVABLE-TRAMOS > ZERO
               PERFORM CAMINAR-TRAMOS
           END-IF.
           MOVE IMPUESTO-TRAMOS TO IMPUESTO-ORIGEN.
           MOVE ASP-PAIS-DESTINO TO PAIS-IMPUESTO.
           MOVE SPACES TO REGION-IMPUESTO.
           IF METODO-TABLA-REGIONAL
               PERFORM DETERMINAR-REGION-DESTINO
           END-IF.
           COMPUTE GRAVABLE-TRAMOS ROUNDED =
               GRAVABLE-DESTINO * FACTOR-DESTINO.
           MOVE ZERO TO IMPUESTO-TRAMOS.
           IF GRAVABLE-TRAMOS > ZERO
               PERFORM CAMINAR-TRAMOS
           END-IF.
           COMPUTE DEDUCCION-CALCULADA ROUNDED =
               IMPUESTO-ORIGEN + IMPUESTO-TRAMOS / FACTOR-DESTINO.

      *    Camina los tramos de PAIS-IMPUESTO / REGION-IMPUESTO con
      *    GRAVABLE-TRAMOS y deja el impuesto del periodo en
      *    IMPUESTO-TRAMOS.
       CAMINAR-TRAMOS.
           COMPUTE BASE-TABLA ROUNDED =
               GRAVABLE-TRAMOS * CRG-PERIODOS-ANO / 12.
           MOVE 'N' TO TRAMO-HALLADO.
           MOVE ZERO TO MEJOR-PISO.
           MOVE ZERO TO MEJOR-TASA.
                       AT END
                           MOVE 'S' TO FIN-TABLAS
                       NOT AT END
                           IF TAB-PAIS = PAIS-IMPUESTO AND
                                   TAB-REGION = REGION-IMPUESTO AND
                                   TAB-ANO = ANO-ACTUAL AND
                                   TAB-PISO <= BASE-TABLA AND
                                   (TRAMO-HALLADO = 'N' OR
                                    TAB-PISO >= MEJOR-PISO)
                               MOVE 'S' TO TRAMO-HALLADO
           END-IF.
           CLOSE TABLAS-ARCHIVO.
           IF TRAMO-HALLADO = 'S'
               COMPUTE IMPUESTO-TRAMOS ROUNDED = (MEJOR-CUOTA +
                   (BASE-TABLA - MEJOR-PISO) * MEJOR-TASA / 100)
                   * 12 / CRG-PERIODOS-ANO
           ELSE
               MOVE ZERO TO IMPUESTO-TRAMOS
               IF METODO-TABLA
                   DISPLAY 'Aviso: sin tramos de impuesto para '
                       PAIS-IMPUESTO ' ' ANO-ACTUAL '; el codigo '
                       DEDUCCIONES-CODIGO ' no descuenta al ID '
                       EMPLEADOS-ID '.'
               END-IF
           END-IF.

      *    Sitios de trabajo con su pais y region: tabla chica,
      *    cargada una sola vez al arrancar.
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
                               MOVE FUNCTION UPPER-CASE(SIT-REGION)
                                   TO TSI-REGION(TOTAL-SITIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

       CARGAR-PLANES-RETIRO.
           MOVE ZERO TO TOTAL-PLANES-RETIRO.
           OPEN INPUT PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS = '05' OR PLAN-RETIRO-STATUS = '35'
               CLOSE PLAN-RETIRO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANES-RETIRO
               PERFORM UNTIL FIN-PLANES-RETIRO = 'S'
                   READ PLAN-RETIRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES-RETIRO
                       NOT AT END
                           IF TOTAL-PLANES-RETIRO <
                                   MAXIMO-PLANES-RETIRO
                               ADD 1 TO TOTAL-PLANES-RETIRO
                               MOVE PLR-CODIGO
                                   TO TPR-CODIGO(TOTAL-PLANES-RETIRO)
                               MOVE PLR-DESCRIPCION TO
                                   TPR-DESCRIPCION(TOTAL-PLANES-RETIRO)
                               MOVE PLR-ELECCION-MAXIMA TO
                                   TPR-ELECCION-MAXIMA
                                       (TOTAL-PLANES-RETIRO)
                               MOVE PLR-MATCH-TASA TO
                                   TPR-MATCH-TASA(TOTAL-PLANES-RETIRO)
                               MOVE PLR-MATCH-TOPE TO
                                   TPR-MATCH-TOPE(TOTAL-PLANES-RETIRO)
                               MOVE PLR-ANTES-IMPUESTO TO
                                   TPR-ANTES-IMPUESTO
                                       (TOTAL-PLANES-RETIRO)
                               MOVE PLR-ELEGIBLE TO
                                   TPR-ELEGIBLE(TOTAL-PLANES-RETIRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-RETIRO-ARCHIVO
           END-IF.

      *    Jurisdiccion del impuesto regional: la region del sitio
      *    de trabajo (EMPLEADOS-SITIO) con el pais del sitio; sin
      *    sitio, o con un sitio sin region capturada, la region del
      *    domicilio (DIR-REGION) con el pais del domicilio.
       DETERMINAR-REGION-IMPUESTO.
           MOVE DIR-CODIGO-PAIS TO PAIS-IMPUESTO.
           MOVE FUNCTION UPPER-CASE(DIR-REGION) TO REGION-IMPUESTO.
           IF EMPLEADOS-SITIO NOT = SPACES
               PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                       UNTIL INDICE-SITIO > TOTAL-SITIOS
                   IF TSI-CODIGO(INDICE-SITIO) = EMPLEADOS-SITIO AND
                           TSI-REGION(INDICE-SITIO) NOT = SPACES
                       MOVE TSI-PAIS(INDICE-SITIO) TO PAIS-IMPUESTO
                       MOVE TSI-REGION(INDICE-SITIO)
                           TO REGION-IMPUESTO
                   END-IF
               END-PERFORM
           END-IF.
      *    Sin region conocida no hay tramo regional que aplicar; el
      *    blanco no debe caer en los tramos nacionales.
           IF REGION-IMPUESTO = SPACES
               MOVE HIGH-VALUES TO REGION-IMPUESTO
           END-IF.

      *    Region del impuesto regional en el destino: la del sitio
      *    destino de la asignacion; sin sitio, o sitio sin region,
      *    no hay tramo regional del destino.
       DETERMINAR-REGION-DESTINO.
           MOVE HIGH-VALUES TO REGION-IMPUESTO.
           IF ASP-SITIO-DESTINO NOT = SPACES
               PERFORM VARYING INDICE-SITIO FROM 1 BY 1
                       UNTIL INDICE-SITIO > TOTAL-SITIOS
                   IF TSI-CODIGO(INDICE-SITIO) = ASP-SITIO-DESTINO AND
                           TSI-REGION(INDICE-SITIO) NOT = SPACES
                       MOVE TSI-REGION(INDICE-SITIO)
                           TO REGION-IMPUESTO
                   END-IF
               END-PERFORM
           END-IF.

      *    Asignacion internacional del empleado que traslapa el
      *    periodo (las canceladas no cuentan); si hay dos, la que
      *    empieza al ultimo.
       BUSCAR-ASIGNACION-PERIODO.
           MOVE 'N' TO ASIGNACION-EN-PERIODO.
           IF HAY-ASIGNACIONES = 'S'
               MOVE EMPLEADOS-ID TO ASG-EMPLEADOS-ID
               MOVE ZERO TO ASG-FECHA-INICIO
               MOVE 'N' TO FIN-ASIGNACIONES
               START ASIGNACIONES-ARCHIVO
                       KEY IS NOT LESS THAN ASG-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ASIGNACIONES
               END-START
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF ASG-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                                   ASG-FECHA-INICIO > PERIODO-FIN
                               MOVE 'S' TO FIN-ASIGNACIONES
                           ELSE
                               IF NOT ASIGNACION-CANCELADA AND
                                       ASG-FECHA-FIN >= PERIODO-INICIO
                                   PERFORM TOMAR-ASIGNACION-PERIODO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TOMAR-ASIGNACION-PERIODO.
           MOVE 'S' TO ASIGNACION-EN-PERIODO.
           MOVE ASG-PAIS-ORIGEN TO ASP-PAIS-ORIGEN.
           MOVE ASG-PAIS-DESTINO TO ASP-PAIS-DESTINO.
           MOVE ASG-SITIO-DESTINO TO ASP-SITIO-DESTINO.
           MOVE ASG-FECHA-INICIO TO ASP-FECHA-INICIO.
           MOVE ASG-FECHA-FIN TO ASP-FECHA-FIN.
           MOVE ASG-VIVIENDA TO ASP-VIVIENDA.
           MOVE ASG-COSTO-VIDA TO ASP-COSTO-VIDA.
           MOVE ASG-OTRA-ASIGNACION TO ASP-OTRA-ASIGNACION.
           MOVE ASG-PORCENTAJE-DESTINO TO ASP-PORCENTAJE.

      *    Renglon informativo de la asignacion y sus asignaciones
      *    mensuales, llevadas al periodo y prorrateadas por los dias
      *    pagados que cubre la asignacion; se pagan gravables, en la
      *    moneda de origen. Deja lista la conversion al destino para
      *    el impuesto dividido.
       APLICAR-ASIGNACION-INTL.
           MOVE ASP-PAIS-ORIGEN TO ASL-ORIGEN.
           MOVE ASP-PAIS-DESTINO TO ASL-DESTINO.
           MOVE ASP-FECHA-INICIO TO ASL-INICIO.
           MOVE ASP-FECHA-FIN TO ASL-FIN.
           MOVE ASP-PORCENTAJE TO ASL-PORCENTAJE.
           MOVE LINEA-ASIGNACION TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           MOVE ASP-FECHA-INICIO TO ASIGNACION-DESDE.
           MOVE ASP-FECHA-FIN TO ASIGNACION-HASTA.
           IF ASIGNACION-DESDE < INICIO-PAGO
               MOVE INICIO-PAGO TO ASIGNACION-DESDE
           END-IF.
           IF ASIGNACION-HASTA > FIN-PAGO
               MOVE FIN-PAGO TO ASIGNACION-HASTA
           END-IF.
           MOVE ZERO TO DIAS-ASIGNACION.
           IF ASIGNACION-DESDE <= ASIGNACION-HASTA
               COMPUTE DIAS-ASIGNACION =
                   FUNCTION INTEGER-OF-DATE(ASIGNACION-HASTA) -
                   FUNCTION INTEGER-OF-DATE(ASIGNACION-DESDE) + 1
           END-IF.
           MOVE ASP-VIVIENDA TO ASIGNACION-MENSUAL.
           MOVE 'AVIV' TO PEL-CODIGO.
           MOVE 'Asignacion vivienda' TO PEL-DESCRIPCION.
           PERFORM PAGAR-UNA-ASIGNACION.
           MOVE ASP-COSTO-VIDA TO ASIGNACION-MENSUAL.
           MOVE 'ACVI' TO PEL-CODIGO.
           MOVE 'Asignacion costo vida' TO PEL-DESCRIPCION.
           PERFORM PAGAR-UNA-ASIGNACION.
           MOVE ASP-OTRA-ASIGNACION TO ASIGNACION-MENSUAL.
           MOVE 'AOTR' TO PEL-CODIGO.
           MOVE 'Otra asignacion' TO PEL-DESCRIPCION.
           PERFORM PAGAR-UNA-ASIGNACION.
           MOVE 'N' TO CAMBIO-DESTINO-OK.
           IF ASP-PORCENTAJE > ZERO
               PERFORM CALCULAR-CAMBIO-DESTINO
           END-IF.

       PAGAR-UNA-ASIGNACION.
           IF ASIGNACION-MENSUAL > ZERO AND DIAS-ASIGNACION > ZERO
               COMPUTE ASIGNACION-IMPORTE ROUNDED =
                   ASIGNACION-MENSUAL * 12 / CRG-PERIODOS-ANO
                   * DIAS-ASIGNACION / DIAS-PERIODO
               ADD ASIGNACION-IMPORTE TO BRUTO-EMPLEADO
               ADD ASIGNACION-IMPORTE TO BRUTO-GRAVABLE
               MOVE ASIGNACION-IMPORTE TO PEL-IMPORTE
               MOVE LINEA-PERCEPCION TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.

      *    Unidades de moneda destino por unidad de moneda origen,
      *    con las tasas contra el dolar vigentes al corte del
      *    periodo. Sin alguna de las dos tasas la parte del destino
      *    se grava con la tabla de origen, con aviso.
       CALCULAR-CAMBIO-DESTINO.
           MOVE ASP-PAIS-ORIGEN TO PAIS-MONEDA.
           PERFORM BUSCAR-TASA-PAIS.
           IF TASA-CAMBIO-HALLADA = 'S'
               MOVE TASA-CAMBIO TO TASA-ORIGEN
               MOVE ASP-PAIS-DESTINO TO PAIS-MONEDA
               PERFORM BUSCAR-TASA-PAIS
           END-IF.
           IF TASA-CAMBIO-HALLADA = 'S'
               COMPUTE FACTOR-DESTINO ROUNDED =
                   TASA-CAMBIO / TASA-ORIGEN
               MOVE 'S' TO CAMBIO-DESTINO-OK
           ELSE
               DISPLAY 'Aviso: sin tipo de cambio para ' PAIS-MONEDA
                   ' al ' PERIODO-FIN '; la parte del destino del ID '
                   EMPLEADOS-ID ' se grava con la tabla de origen.'
           END-IF.

      *    Tasa vigente de la moneda del pais = la de fecha mas
      *    reciente que no pase del corte (rebobinando
      *    tipos_cambio.dat, como BUSCAR-TASA-VIGENTE en
      *    ReportePaises-39). El USD convierte 1 a 1.
       BUSCAR-TASA-PAIS.
           MOVE 'N' TO TASA-CAMBIO-HALLADA.
           MOVE ZERO TO TASA-CAMBIO.
           MOVE ZERO TO TASA-CAMBIO-FECHA.
           MOVE SPACES TO MONEDA-BUSCADA.
           PERFORM VARYING INDICE-PAIS FROM 1 BY 1
                   UNTIL INDICE-PAIS > 8
               IF PAIS-CODIGO-TAB(INDICE-PAIS) = PAIS-MONEDA
                   MOVE PAIS-MONEDA-TAB(INDICE-PAIS) TO MONEDA-BUSCADA
               END-IF
           END-PERFORM.
           IF MONEDA-BUSCADA = 'USD'
               MOVE 'S' TO TASA-CAMBIO-HALLADA
               MOVE 1 TO TASA-CAMBIO
           END-IF.
           IF MONEDA-BUSCADA NOT = SPACES AND
                   MONEDA-BUSCADA NOT = 'USD'
               OPEN INPUT CAMBIOS-ARCHIVO
               IF CAMBIOS-STATUS = '05' OR CAMBIOS-STATUS = '35'
                   CONTINUE
               ELSE
                   MOVE 'N' TO FIN-CAMBIOS
                   PERFORM UNTIL FIN-CAMBIOS = 'S'
                       READ CAMBIOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-CAMBIOS
                           NOT AT END
                               IF TCB-MONEDA = MONEDA-BUSCADA AND
                                       TCB-FECHA <= PERIODO-FIN AND
                                       TCB-FECHA >= TASA-CAMBIO-FECHA
                                       AND TCB-TASA NOT = ZERO
                                   MOVE 'S' TO TASA-CAMBIO-HALLADA
                                   MOVE TCB-TASA TO TASA-CAMBIO
                                   MOVE TCB-FECHA TO TASA-CAMBIO-FECHA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CAMBIOS-ARCHIVO
           END-IF.

      *    Inscripcion vigente = existe el par ID + codigo, la fecha
               END-READ
           END-IF.

      *    Plan de retiro: el empleado aporta el porcentaje elegido
      *    (topado en el maximo del plan) sobre su bruto del periodo
      *    y la empresa iguala MATCH-TASA % de lo aportado, solo
      *    hasta MATCH-TOPE % del bruto. La aportacion sale como
      *    renglon de deduccion; el match se imprime aparte, marcado
      *    con (*), porque no toca el neto.
       APLICAR-PLAN-RETIRO.
           PERFORM BUSCAR-ELECCION-RETIRO.
           IF ELECCION-HALLADA = 'S' AND ELECCION-PORCENTAJE > ZERO
               MOVE ZERO TO PLAN-RETIRO-HALLADO
               PERFORM VARYING INDICE-PLAN-RETIRO FROM 1 BY 1
                       UNTIL INDICE-PLAN-RETIRO > TOTAL-PLANES-RETIRO
                   IF TPR-CODIGO(INDICE-PLAN-RETIRO) = ELECCION-PLAN
                       MOVE INDICE-PLAN-RETIRO TO PLAN-RETIRO-HALLADO
                   END-IF
               END-PERFORM
               IF PLAN-RETIRO-HALLADO = ZERO
                   DISPLAY 'Aviso: plan de retiro ' ELECCION-PLAN
                       ' del ID ' EMPLEADOS-ID ' sin registro en '
                       'plan_retiro.dat; no se aporto.'
               ELSE
                   IF (TIPO-PERMANENTE AND
                           TPR-ELEGIBLE-PERM(PLAN-RETIRO-HALLADO)) OR
                       (TIPO-CONTRATISTA AND
                           TPR-ELEGIBLE-CONT(PLAN-RETIRO-HALLADO))
                       PERFORM CALCULAR-APORTE-RETIRO
                   END-IF
               END-IF
           END-IF.

       CALCULAR-APORTE-RETIRO.
           IF TPR-ELECCION-MAXIMA(PLAN-RETIRO-HALLADO) > ZERO AND
                   ELECCION-PORCENTAJE >
                       TPR-ELECCION-MAXIMA(PLAN-RETIRO-HALLADO)
               MOVE TPR-ELECCION-MAXIMA(PLAN-RETIRO-HALLADO)
                   TO ELECCION-PORCENTAJE
           END-IF.
           COMPUTE APORTE-RETIRO ROUNDED =
               BRUTO-EMPLEADO * ELECCION-PORCENTAJE / 100.
           IF ELECCION-PORCENTAJE >
                   TPR-MATCH-TOPE(PLAN-RETIRO-HALLADO)
               MOVE TPR-MATCH-TOPE(PLAN-RETIRO-HALLADO)
                   TO PORCENTAJE-MATCH
           ELSE
               MOVE ELECCION-PORCENTAJE TO PORCENTAJE-MATCH
           END-IF.
           COMPUTE MATCH-RETIRO ROUNDED =
               BRUTO-EMPLEADO * PORCENTAJE-MATCH / 100 *
               TPR-MATCH-TASA(PLAN-RETIRO-HALLADO) / 100.
           IF TPR-ANTES-IMPUESTO(PLAN-RETIRO-HALLADO) = 'S'
               IF APORTE-RETIRO > BRUTO-GRAVABLE
                   MOVE ZERO TO BRUTO-GRAVABLE
               ELSE
                   SUBTRACT APORTE-RETIRO FROM BRUTO-GRAVABLE
               END-IF
           END-IF.
           ADD APORTE-RETIRO TO DEDUCCIONES-EMPLEADO.
           MOVE ELECCION-PLAN TO RED-CODIGO.
           MOVE TPR-DESCRIPCION(PLAN-RETIRO-HALLADO)
               TO RED-DESCRIPCION.
           MOVE APORTE-RETIRO TO RED-IMPORTE.
           MOVE LINEA-DEDUCCION TO LINEA-RECIBO.
           WRITE LINEA-RECIBO.
           IF MATCH-RETIRO > ZERO
               MOVE ELECCION-PLAN TO MTL-CODIGO
               MOVE MATCH-RETIRO TO MTL-IMPORTE
               MOVE LINEA-MATCH-RETIRO TO LINEA-RECIBO
               WRITE LINEA-RECIBO
           END-IF.

      *    Recorre las elecciones del empleado (vienen en orden de
      *    fecha efectiva) y se queda con la ultima que ya rige al
      *    fin del periodo; un porcentaje cero suspende la
      *    aportacion.
       BUSCAR-ELECCION-RETIRO.
           MOVE 'N' TO ELECCION-HALLADA.
           MOVE EMPLEADOS-ID TO ELR-EMPLEADOS-ID.
           MOVE ZERO TO ELR-FECHA-EFECTIVA.
           MOVE 'N' TO FIN-ELECCIONES.
           START ELECCIONES-ARCHIVO KEY IS NOT LESS THAN ELR-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ELECCIONES
           END-START.
           PERFORM UNTIL FIN-ELECCIONES = 'S'
               READ ELECCIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ELECCIONES
                   NOT AT END
                       IF ELR-EMPLEADOS-ID NOT = EMPLEADOS-ID OR
                               ELR-FECHA-EFECTIVA > PERIODO-FIN
                           MOVE 'S' TO FIN-ELECCIONES
                       ELSE
                           MOVE 'S' TO ELECCION-HALLADA
                           MOVE ELR-PLAN TO ELECCION-PLAN
                           MOVE ELR-PORCENTAJE TO ELECCION-PORCENTAJE
                       END-IF
               END-READ
           END-PERFORM.

      *    Embargos del empleado: se juntan sus ordenes con saldo en
      *    la tabla y se cobran por prioridad ascendente, cada una
      *    hasta su cuota, sin rebasar lo disponible por encima del
                   FROM ORD-SALDO(INDICE-ORDEN)
               IF MODO-SIMULACION = 'N'
                   PERFORM REBAJAR-SALDO-ORDEN
                   MOVE 'E' TO MOV-CLASE
                   MOVE ORD-ORDEN(INDICE-ORDEN) TO MOV-REFERENCIA
                   MOVE EMBARGO-IMPORTE TO MOV-IMPORTE
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
               MOVE ORD-ORDEN(INDICE-ORDEN) TO EMB-LIN-ORDEN
               MOVE EMBARGO-IMPORTE TO EMB-LIN-IMPORTE
           ELSE
               IF SIN-METODO-PORCENTAJE
                   COMPUTE CUOTA-SINDICAL ROUNDED =
                       SALARIO-PERIODO * SIN-VALOR / 100
               ELSE
                   COMPUTE CUOTA-SINDICAL ROUNDED =
                       SIN-VALOR * 12 / CRG-PERIODOS-ANO
               END-IF
               ADD CUOTA-SINDICAL TO DEDUCCIONES-EMPLEADO
               MOVE AFI-SINDICATO TO RED-CODIGO
                   EMPLEADOS-ID ' sin registro en '
                   'planes_beneficios.dat; no se cobro.'
           ELSE
      *        La prima del plan es mensual; se lleva al periodo.
               IF BEN-NIVEL-FAMILIAR
                   COMPUTE PRIMA-EFECTIVA ROUNDED =
                       PLAN-PRIMA * 2 * 12 / CRG-PERIODOS-ANO
               ELSE
                   COMPUTE PRIMA-EFECTIVA ROUNDED =
                       PLAN-PRIMA * 12 / CRG-PERIODOS-ANO
               END-IF
               ADD PRIMA-EFECTIVA TO DEDUCCIONES-EMPLEADO
               MOVE BEN-PLAN TO RED-CODIGO
           IF MODO-SIMULACION = 'S'
               CONTINUE
           ELSE
               MOVE 'R' TO MOV-CLASE
               MOVE ATR-CODIGO TO MOV-REFERENCIA
               MOVE ATRASO-RECUPERADO TO MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
               IF ATR-MONTO = ZERO
                   DELETE ATRASOS-ARCHIVO
                       INVALID KEY
           IF MODO-SIMULACION = 'S'
               CONTINUE
           ELSE
               MOVE 'D' TO MOV-CLASE
               MOVE GUARDA-ATR-CODIGO TO MOV-REFERENCIA
               MOVE ATRASO-PARTE TO MOV-IMPORTE
               PERFORM ANOTAR-MOVIMIENTO
               IF ATRASO-EXISTE = 'S'
                   ADD ATRASO-PARTE TO ATR-MONTO
                   REWRITE ATRASOS-REGISTRO
                           DISPLAY 'No se pudo rebajar el prestamo '
                               'del ID ' EMPLEADOS-ID '.'
                   END-REWRITE
                   MOVE 'P' TO MOV-CLASE
                   MOVE SPACES TO MOV-REFERENCIA
                   MOVE PRESTAMO-IMPORTE TO MOV-IMPORTE
                   PERFORM ANOTAR-MOVIMIENTO
               END-IF
               MOVE PRESTAMO-IMPORTE TO PRL-IMPORTE
               MOVE PRE-SALDO TO PRL-SALDO
               ' Detalle en costo_patronal.txt'.


      *    Una nomina por empresa del maestro: se rebobinan los
      *    resultados regulares del grupo y periodo (asi cuadra aun
      *    despues de reanudar una corrida, y con lo que paga
      *    PagosBanco-22) y se toma la empresa del maestro de
      *    empleados. Sin empresas.dat no sale nada, como siempre.
       GENERAR-NOMINA-EMPRESAS.
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
                           PERFORM GENERAR-NOMINA-UNA-EMPRESA
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-ARCHIVO
           END-IF.

       GENERAR-NOMINA-UNA-EMPRESA.
           MOVE SPACES TO NOMINA-EMPRESA-NOMBRE.
           STRING 'nomina_empresa-' DELIMITED BY SIZE
                  EMPR-CODIGO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO NOMINA-EMPRESA-NOMBRE.
           MOVE ZERO TO EMPRESA-EMPLEADOS.
           MOVE ZERO TO EMPRESA-BRUTO.
           MOVE ZERO TO EMPRESA-DEDUCCIONES.
           MOVE ZERO TO EMPRESA-PATRONAL.
           MOVE ZERO TO EMPRESA-NETO.
           OPEN OUTPUT NOMINA-EMPRESA-ARCHIVO.
           IF NOMINA-EMPRESA-STATUS NOT = '00'
               DISPLAY 'Error al abrir ' NOMINA-EMPRESA-NOMBRE
                   '. STATUS =' NOMINA-EMPRESA-STATUS
           ELSE
               MOVE EMPR-CODIGO TO NET-EMPRESA
               MOVE EMPR-NOMBRE TO NET-NOMBRE
               MOVE EMPR-ID-FISCAL TO NET-ID-FISCAL
               MOVE LINEA-EMPRESA-TITULO TO LINEA-NOMINA-EMPRESA
               WRITE LINEA-NOMINA-EMPRESA
               MOVE CRG-GRUPO TO NEC-GRUPO
               MOVE PERIODO-ACTUAL TO NEC-PERIODO
               MOVE EMPR-COMPANIA-GL TO NEC-COMPANIA-GL
               MOVE LINEA-EMPRESA-CORRIDA TO LINEA-NOMINA-EMPRESA
               WRITE LINEA-NOMINA-EMPRESA
               MOVE LINEA-SEPARADOR TO LINEA-NOMINA-EMPRESA
               WRITE LINEA-NOMINA-EMPRESA
               MOVE LOW-VALUES TO RES-CLAVE
               MOVE 'N' TO FIN-RESULTADOS-EMPRESA
               START RESULTADOS-ARCHIVO
                       KEY IS NOT LESS THAN RES-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-RESULTADOS-EMPRESA
               END-START
               PERFORM UNTIL FIN-RESULTADOS-EMPRESA = 'S'
                   READ RESULTADOS-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-RESULTADOS-EMPRESA
                       NOT AT END
                           IF RES-GRUPO = CRG-GRUPO AND
                                   RES-PERIODO = PERIODO-ACTUAL AND
                                   RES-REGULAR
                               PERFORM DETALLE-NOMINA-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ESCRIBIR-TOTALES-EMPRESA
               CLOSE NOMINA-EMPRESA-ARCHIVO
               DISPLAY 'Empresa ' EMPR-CODIGO ': ' EMPRESA-EMPLEADOS
                   ' recibos, neto ' EMPRESA-NETO ' en '
                   NOMINA-EMPRESA-NOMBRE
           END-IF.

       DETALLE-NOMINA-EMPRESA.
           MOVE RES-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   MOVE SPACES TO EMPLEADOS-EMPRESA
           END-READ.
           IF EMPLEADOS-EMPRESA = EMPR-CODIGO
               ADD 1 TO EMPRESA-EMPLEADOS
               ADD RES-BRUTO TO EMPRESA-BRUTO
               ADD RES-DEDUCCIONES TO EMPRESA-DEDUCCIONES
               ADD RES-PATRONAL TO EMPRESA-PATRONAL
               ADD RES-NETO TO EMPRESA-NETO
               MOVE RES-EMPLEADOS-ID TO NED-ID
               MOVE RES-DEPARTAMENTO TO NED-DEPARTAMENTO
               MOVE RES-BRUTO TO NED-BRUTO
               MOVE RES-DEDUCCIONES TO NED-DEDUCCIONES
               MOVE RES-PATRONAL TO NED-PATRONAL
               MOVE RES-NETO TO NED-NETO
               MOVE LINEA-EMPRESA-DETALLE TO LINEA-NOMINA-EMPRESA
               WRITE LINEA-NOMINA-EMPRESA
           END-IF.

       ESCRIBIR-TOTALES-EMPRESA.
           MOVE LINEA-SEPARADOR TO LINEA-NOMINA-EMPRESA.
           WRITE LINEA-NOMINA-EMPRESA.
           MOVE 'TOTAL BRUTO EMPRESA' TO TOT-TEXTO.
           MOVE EMPRESA-BRUTO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-NOMINA-EMPRESA.
           WRITE LINEA-NOMINA-EMPRESA.
           MOVE 'TOTAL DEDUCCIONES' TO TOT-TEXTO.
           MOVE EMPRESA-DEDUCCIONES TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-NOMINA-EMPRESA.
           WRITE LINEA-NOMINA-EMPRESA.
           MOVE 'TOTAL CUOTA PATRONAL' TO TOT-TEXTO.
           MOVE EMPRESA-PATRONAL TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-NOMINA-EMPRESA.
           WRITE LINEA-NOMINA-EMPRESA.
           MOVE 'TOTAL NETO EMPRESA' TO TOT-TEXTO.
           MOVE EMPRESA-NETO TO TOT-IMPORTE.
           MOVE LINEA-TOTAL TO LINEA-NOMINA-EMPRESA.
           WRITE LINEA-NOMINA-EMPRESA.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-FIN
               MOVE TOTAL-EMPLEADOS TO RUN-LEIDOS
               MOVE TOTAL-EMPLEADOS TO RUN-ESCRITOS
               MOVE TOTAL-RETENIDOS TO RUN-RECHAZADOS
               IF RUN-RECHAZADOS > ZERO
                   MOVE 'WARN' TO RUN-ESTADO
               ELSE
