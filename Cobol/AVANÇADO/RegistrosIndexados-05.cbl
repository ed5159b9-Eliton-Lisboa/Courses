       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS SITIOS-STATUS.

      *    Maestro de grupos de pago (GruposPago-102): el grupo
      *    capturado en el alta se valida contra esta lista; blanco
      *    = el grupo mensual de siempre.
       SELECT OPTIONAL GRUPOS-ARCHIVO
       ASSIGN TO 'grupos_pago.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GRUPOS-STATUS.

      *    Maestro de empresas empleadoras (EmpresasMaster-166): la
      *    empresa capturada en el alta se valida contra esta lista.
       SELECT OPTIONAL EMPRESAS-ARCHIVO
       ASSIGN TO 'empresas.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS EMPRESAS-STATUS.

      *    Codigos de departamento retirados por DepartamentosMaster-
      *    08: un codigo cerrado ya no se acepta en la captura aunque
      *    siga listado en departamentos.dat.
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CERRADOS-STATUS.

      *    Motivos de baja (MotivosBaja-123) y bajas capturadas por
      *    adelantado con su ultimo dia, que APLICAR-BAJAS aplica en
      *    la cadena nocturna al llegar la fecha.
       SELECT OPTIONAL MOTIVOS-ARCHIVO
       ASSIGN TO 'motivos_baja.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOTIVOS-STATUS.

       SELECT OPTIONAL BAJAS-PROG-ARCHIVO
       ASSIGN TO 'bajas_programadas.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS BPR-EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BAJAS-PROG-STATUS.

      *    Jubilados (uno por ex empleado): la jubilacion da la baja
      *    con motivo JUBI y deja aqui fechas, pension, plan de salud
      *    de jubilado y, si la persona lo consiente, su contacto -
      *    que Anonimizar-52 despues blanquea del maestro. De aqui
      *    salen el roster y el censo de JubiladosMaster-167.
       SELECT OPTIONAL JUBILADOS-ARCHIVO
       ASSIGN TO 'jubilados.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS JUB-EMPLEADOS-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS JUBILADOS-STATUS.

       SELECT OPTIONAL PLANES-ARCHIVO
       ASSIGN TO 'planes_beneficios.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PLANES-STATUS.

      *    Cambios de sueldo en espera de un segundo admin
      *    (SolicitudSalario-157); el aprobado pasa como transaccion
      *    de compensacion con su fecha efectiva y lo aplica al
      *    maestro AplicarTransacciones-28 en la cadena nocturna.
       SELECT OPTIONAL PENDIENTES-SALARIO-ARCHIVO
       ASSIGN TO 'salario_pendiente.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS SPE-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENDIENTES-SALARIO-STATUS.

      *    Cambios de telefono, domicilio y contactos de emergencia
      *    pedidos en el kiosco de la intranet, ya validados por
      *    IngresoKiosco-160 y en espera de RRHH; cada decision
      *    vuelve al kiosco como acuse.
       SELECT OPTIONAL PENDIENTES-KIOSCO-ARCHIVO
       ASSIGN TO 'cambios_kiosco_pend.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS KPE-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS PENDIENTES-KIOSCO-STATUS.

       SELECT OPTIONAL ACUSES-ARCHIVO
       ASSIGN TO 'acuses_kiosco.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACUSES-STATUS.

       SELECT OPTIONAL TRANSACCIONES-ARCHIVO
       ASSIGN TO 'comp_transacciones.dat'
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS TRANSACCIONES-STATUS.

      *    Requisiciones y candidatos (Requisiciones-136): la
      *    contratacion de un candidato que acepto la oferta toma sus
      *    datos de aqui, ocupa la posicion de la requisicion y la
      *    cierra como cubierta.
       SELECT OPTIONAL REQUISICIONES-ARCHIVO
       ASSIGN TO 'requisiciones.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS REQ-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS REQUISICIONES-STATUS.

       SELECT OPTIONAL CANDIDATOS-ARCHIVO
       ASSIGN TO 'candidatos.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS CAN-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CANDIDATOS-STATUS.

      *    Habilidades por empleado con nivel de dominio y fecha de
      *    evaluacion (clave empleado + habilidad); los codigos salen
      *    del catalogo de HabilidadesMaster-139. Las consultan
      *    BusquedaHabilidades-140 y las brechas de PosicionesMaster-90.
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

      *    Documentos de autorizacion de trabajo (visa, permiso,
      *    residencia) por empleado, clave empleado + tipo: el alta de
      *    quien no es nacional del pais del sitio exige uno vigente.
      *    Los vencimientos los avisa AlertaAutorizaciones-142 y
      *    RecibosNomina-21 retiene el pago de quien lo tiene vencido.
       SELECT OPTIONAL AUTORIZACIONES-ARCHIVO
       ASSIGN TO 'autorizaciones_trabajo.dat'
       ORGANIZATION IS INDEXED
       RECORD KEY IS AUT-CLAVE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS AUTORIZACIONES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY 'Archivo-logico.cbl'.
               05  CERRADOS-CODIGO PIC X(4).
               05  CERRADOS-FECHA PIC 9(8).

       FD  MOTIVOS-ARCHIVO.
           01  MOTIVOS-REGISTRO.
               05  MOT-CODIGO PIC X(4).
               05  MOT-DESCRIPCION PIC X(30).
               05  MOT-CLASE PIC X.
               05  MOT-RECONTRATABLE PIC X.

       FD  BAJAS-PROG-ARCHIVO.
           01  BAJAS-PROG-REGISTRO.
               05  BPR-EMPLEADOS-ID PIC 9(6).
               05  BPR-FECHA-BAJA PIC 9(8).
               05  BPR-MOTIVO PIC X(4).
               05  BPR-CLASE PIC X.
               05  BPR-RECONTRATABLE PIC X.
               05  BPR-ESTADO PIC X.
                   88  BAJA-PENDIENTE VALUE 'P'.
                   88  BAJA-APLICADA VALUE 'A'.
                   88  BAJA-CANCELADA VALUE 'X'.
               05  BPR-FECHA-CAPTURA PIC 9(8).
               05  BPR-OPERADOR PIC X(8).
               05  BPR-NOTA PIC X(30).

       FD  JUBILADOS-ARCHIVO.
           01  JUBILADOS-REGISTRO.
               05  JUB-EMPLEADOS-ID PIC 9(6).
               05  JUB-NOMBRE PIC X(25).
               05  JUB-APELLIDOS PIC X(35).
               05  JUB-ID-FISCAL PIC X(15).
               05  JUB-TELEFONO PIC X(9).
               05  JUB-DIRECCION.
                   10  JUB-CALLE PIC X(20).
                   10  JUB-CIUDAD PIC X(15).
                   10  JUB-REGION PIC X(10).
                   10  JUB-CODIGO-POSTAL PIC X(8).
                   10  JUB-CODIGO-PAIS PIC X(2).
      *            Telefono y domicilio solo con consentimiento; sin
      *            el quedan en blanco.
               05  JUB-NACIMIENTO PIC 9(8).
               05  JUB-DEPARTAMENTO PIC X(4).
               05  JUB-EMPRESA PIC X(4).
               05  JUB-FECHA-INGRESO PIC 9(8).
               05  JUB-FECHA-JUBILACION PIC 9(8).
      *            Ultimo dia trabajado (la baja con motivo JUBI).
               05  JUB-INICIO-PENSION PIC 9(8).
               05  JUB-ANTIGUEDAD PIC 99.
               05  JUB-SALARIO-FINAL PIC 9(7)V99.
               05  JUB-FINIQUITO PIC 9(7)V99.
      *            Cero si la baja quedo programada: el finiquito lo
      *            calcula APLICAR-BAJAS al llegar la fecha.
               05  JUB-ANTICIPADA PIC X.
      *            'S' = antes de la edad de su pais, autorizada por
      *            un admin.
               05  JUB-CONSENTIMIENTO PIC X.
                   88  JUB-CON-CONSENTIMIENTO VALUE 'S'.
                   88  JUB-SIN-CONSENTIMIENTO VALUE 'N'.
               05  JUB-FECHA-CONSENTIMIENTO PIC 9(8).
               05  JUB-PLAN-SALUD PIC X(4).
      *            Plan de planes_beneficios.dat que conserva como
      *            jubilado; blanco = sin cobertura.
               05  JUB-NIVEL-SALUD PIC X.
               05  JUB-OPERADOR PIC X(8).
               05  JUB-FECHA-CAPTURA PIC 9(8).

       FD  PLANES-ARCHIVO.
           01  PLANES-REGISTRO.
               05  PLAN-CODIGO PIC X(4).
               05  PLAN-DESCRIPCION PIC X(30).
               05  PLAN-PRIMA PIC 9(7)V99.
               05  PLAN-ELEGIBLE PIC X.
               05  PLAN-ASEGURADORA PIC X(6).
               05  PLAN-POLIZA PIC X(15).
               05  PLAN-PRIMA-PATRON PIC 9(7)V99.

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
                   88  SPE-APROBADO VALUE 'A'.
                   88  SPE-RECHAZADO VALUE 'R'.
               05  SPE-APROBADOR PIC X(8).
               05  SPE-FECHA-DECISION PIC 9(8).
               05  SPE-BASE-ANTERIOR PIC X.
               05  SPE-BASE-NUEVA PIC X.
               05  SPE-TARIFA-ANTERIOR PIC 9(5)V99.
               05  SPE-TARIFA-NUEVA PIC 9(5)V99.

       FD  PENDIENTES-KIOSCO-ARCHIVO.
           01  PENDIENTES-KIOSCO-REGISTRO.
               05  KPE-CLAVE.
                   10  KPE-EMPLEADOS-ID PIC 9(6).
                   10  KPE-FECHA-HORA PIC 9(14).
                   10  KPE-TIPO PIC X(4).
                       88  KPE-TELEFONO VALUE 'TEL'.
                       88  KPE-DOMICILIO VALUE 'DIR'.
                       88  KPE-EMERGENCIA VALUE 'EMER'.
               05  KPE-FECHA-EFECTIVA PIC 9(8).
               05  KPE-DATOS PIC X(60).
               05  KPE-DATOS-TELEFONO REDEFINES KPE-DATOS.
                   10  KPE-TELEFONO-NUEVO PIC X(9).
                   10  FILLER PIC X(51).
               05  KPE-DATOS-DOMICILIO REDEFINES KPE-DATOS.
                   10  KPE-CALLE PIC X(20).
                   10  KPE-CIUDAD PIC X(15).
                   10  KPE-REGION PIC X(10).
                   10  KPE-CODIGO-POSTAL PIC X(8).
                   10  KPE-CODIGO-PAIS PIC X(2).
                   10  FILLER PIC X(5).
               05  KPE-DATOS-EMERGENCIA REDEFINES KPE-DATOS.
                   10  KPE-EMERGENCIA-ID PIC 9(6).
      *                CERO = contacto nuevo; si no, el contacto a
      *                cambiar, o a quitar si el nombre viene blanco.
                   10  KPE-CONTACTO-NOMBRE PIC X(25).
                   10  KPE-CONTACTO-PARENTESCO PIC X(15).
                   10  KPE-CONTACTO-TELEFONO PIC X(9).
                   10  FILLER PIC X(5).
               05  KPE-ESTADO PIC X.
                   88  KPE-PENDIENTE VALUE 'P'.
                   88  KPE-APROBADO VALUE 'A'.
                   88  KPE-RECHAZADO VALUE 'R'.
               05  KPE-APROBADOR PIC X(8).
               05  KPE-FECHA-DECISION PIC 9(8).
               05  KPE-MOTIVO PIC X(40).

       FD  ACUSES-ARCHIVO.
           01  ACUSES-REGISTRO.
               05  ACU-EMPLEADOS-ID PIC 9(6).
               05  ACU-FECHA-HORA PIC 9(14).
               05  ACU-TIPO PIC X(4).
               05  ACU-RESULTADO PIC X.
      *            'P' = recibido, en espera de RRHH; 'A' = aprobado
      *            y aplicado; 'R' = rechazado (ver motivo).
               05  ACU-FECHA-PROCESO PIC 9(14).
               05  ACU-MOTIVO PIC X(40).

       FD  TRANSACCIONES-ARCHIVO.
           01  TRANSACCIONES-REGISTRO.
               05  TRANS-EVENTO PIC X(8).
               05  TRANS-ID PIC 9(6).
               05  TRANS-FECHA-EFECTIVA PIC 9(8).
               05  TRANS-TIPO PIC X.
      *            'S' = salario; 'H' = pasa a por hora o cambia la
      *            tarifa (en TRANS-SALARIO); 'M' = pasa a sueldo.
               05  TRANS-SALARIO PIC 9(7)V99.
               05  TRANS-DEPARTAMENTO PIC X(4).
               05  TRANS-FECHA-CAPTURA PIC 9(8).

       FD  POSICIONES-ARCHIVO.
           01  POSICIONES-REGISTRO.
               05  POS-ID PIC X(8).
               05  POS-DEPARTAMENTO PIC X(4).
               05  POS-TITULO PIC X(30).
               05  POS-AUTORIZADAS PIC 9(3).
               05  POS-OCUPADAS PIC 9(3)V99.
               05  POS-ESTADO PIC X.
                   88  POSICION-ABIERTA VALUE 'A'.
                   88  POSICION-CERRADA VALUE 'C'.
               05  POS-CRITICA PIC X.

       FD  EMP-POS-ARCHIVO.
           01  EMP-POS-REGISTRO.
               05  EPO-EMPLEADOS-ID PIC 9(6).
               05  EPO-POSICION PIC X(8).

       FD  REQUISICIONES-ARCHIVO.
           01  REQUISICIONES-REGISTRO.
               05  REQ-ID PIC 9(6).
               05  REQ-POSICION PIC X(8).
               05  REQ-DEPARTAMENTO PIC X(4).
               05  REQ-TIPO PIC X.
               05  REQ-FECHA-APERTURA PIC 9(8).
               05  REQ-FECHA-CIERRE PIC 9(8).
               05  REQ-ESTADO PIC X.
                   88  REQ-ABIERTA VALUE 'A'.
                   88  REQ-CUBIERTA VALUE 'C'.
                   88  REQ-CANCELADA VALUE 'X'.
               05  REQ-CANDIDATO PIC 9(6).
               05  REQ-EMPLEADOS-ID PIC 9(6).

       FD  CANDIDATOS-ARCHIVO.
           01  CANDIDATOS-REGISTRO.
               05  CAN-ID PIC 9(6).
               05  CAN-REQUISICION PIC 9(6).
               05  CAN-NOMBRE PIC X(25).
               05  CAN-APELLIDOS PIC X(35).
               05  CAN-TELEFONO PIC X(9).
               05  CAN-PAIS PIC X(2).
               05  CAN-ETAPA PIC X.
                   88  CAN-ACEPTADA VALUE 'A'.
               05  CAN-FECHA-SOLICITUD PIC 9(8).
               05  CAN-FECHA-ENTREVISTA PIC 9(8).
               05  CAN-FECHA-OFERTA PIC 9(8).
               05  CAN-FECHA-RESPUESTA PIC 9(8).
               05  CAN-SALARIO-OFERTA PIC 9(7)V99.
               05  CAN-EMPLEADOS-ID PIC 9(6).

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
      *            Dominio: 1 = basico ... 5 = experto.
               05  EHB-FECHA-EVALUACION PIC 9(8).

       FD  AUTORIZACIONES-ARCHIVO.
           01  AUTORIZACIONES-REGISTRO.
               05  AUT-CLAVE.
                   10  AUT-EMPLEADOS-ID PIC 9(6).
                   10  AUT-TIPO PIC X(2).
      *                'VI' = visa de trabajo, 'PT' = permiso de
      *                trabajo, 'RP' = residencia, 'OT' = otro.
                       88  TIPO-DOCUMENTO-VALIDO VALUES 'VI' 'PT'
                           'RP' 'OT'.
               05  AUT-NUMERO PIC X(20).
               05  AUT-PAIS-EMISOR PIC X(2).
               05  AUT-FECHA-EMISION PIC 9(8).
               05  AUT-FECHA-VENCE PIC 9(8).

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  GRUPOS-ARCHIVO.
           01  GRUPOS-REGISTRO.
               05  GRP-CODIGO PIC X(4).
               05  GRP-DESCRIPCION PIC X(30).
               05  GRP-FRECUENCIA PIC X.
               05  GRP-DIA-CORTE PIC 99.
               05  GRP-DIA-PAGO PIC 99.

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).

       FD  ACTIVIDAD-ARCHIVO.
           01  ACTIVIDAD-LINEA PIC X(60).
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
      *            Imagen previa de EMPLEADOS-REGISTRO; espacios en
      *            un alta
               05  JOURNAL-DESPUES PIC X(250).

       FD  FORMACION-ARCHIVO.
           01  FORMACION-REGISTRO.
               05  BANCO-ESTADO PIC X.
      *            'A' o blanco = cuenta activa; 'F' = fallida (el
      *            banco devolvio el pago, ver RetornosBanco-70);
      *            'P' = en prenota: toda cuenta recien aprobada
      *            viaja primero en cero en el archivo del banco
      *            (PagosBanco-22) y pasa sola a 'A' cuando vence el
      *            plazo de prenota sin devolucion.
                   88  BANCO-CUENTA-ACTIVA VALUE 'A' ' '.
                   88  BANCO-CUENTA-FALLIDA VALUE 'F'.
                   88  BANCO-CUENTA-PRENOTA VALUE 'P'.
      *        Cambio pendiente de aprobacion: toda alta o cambio de
      *        cuenta queda aqui hasta que un segundo operador admin
      *        (distinto del que capturo) lo apruebe; la nomina sigue
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).
      *            Fecha en que salio la prenota; CERO = aun no se
      *            envia.

       FD  EMERGENCIA-ARCHIVO.
           01  EMERGENCIA-REGISTRO.
           01  CODIGO-PAIS-ANTERIOR PIC X(2).
           01  SALARIO-ENTRADA PIC X(12).
           01  SALARIO-VALIDO PIC X.
      *    Salario minimo legal (VerificarMinimo-149).
           01  MINIMO-CUMPLIDO PIC X.
           COPY 'Salario-minimo.cbl'.
      *    Sueldo, ID fiscal y cuenta a pantalla segun el nivel del
      *    operador (EnmascararCampo-155).
           COPY 'Campo-sensible.cbl'.
           01  SALARIO-EDITADO PIC ZZZ,ZZZ.99.
           01  TARIFA-EDITADA PIC ZZ,ZZZ.99.
      *    Doble aprobacion de cambios de sueldo
      *    (SolicitudSalario-157).
           COPY 'Cambio-salario.cbl'.
           01  SALARIO-APROBADO PIC 9(7)V99.
           01  BASE-APROBADA PIC X.
           01  TARIFA-APROBADA PIC 9(5)V99.
           01  PENDIENTES-SALARIO-STATUS PIC XX.
           01  TRANSACCIONES-STATUS PIC XX.
           01  FIN-PENDIENTES-SALARIO PIC X.
           01  SALARIOS-REVISADOS PIC 9(4).
           01  MOTIVO-SALARIO-TXT PIC X(40)
               VALUE 'Motivo del cambio de salario:'.
           01  TIPO-VALIDO PIC X.
           01  FECHA-FIN-ENTRADA PIC X(8).
           01  FECHA-FIN-VALIDA PIC X.
           01  SIGUIENTE-ID PIC 9(6).
           01  RANGO-LLENO PIC X.
           01  FIN-BUSQUEDA-ID PIC X.
           01  GUARDA-REGISTRO-ID PIC X(250).
           01  NACIMIENTO-VALIDO PIC X.
           01  APELLIDOS-BUSCADOS PIC X(35).
           01  FIN-BUSQUEDA PIC X.
           01  NOMBRE-DUPLICADO PIC X.
           01  NOMBRE-NUEVO PIC X(25).
           01  APELLIDOS-NUEVO PIC X(35).
      *    FUNCTION LENGTH(EMPLEADOS-REGISTRO) = 250 bytes (antes
      *    fueron 180 y 186; el X(135) anterior ya estaba corto desde
      *    antes y truncaba salario/alta/tipo/nascimento al restaurar
      *    el registro - corregido de paso al tocar esta linea).
           01  GUARDA-REGISTRO-NUEVO PIC X(250).
           01  FIN-BUSQUEDA-DUP PIC X.
           01  APELLIDOS-PARCIAL PIC X(35).
           01  APELLIDOS-PARCIAL-TRIM PIC X(35).
           01  GERENTE-VALIDO PIC X.
           01  GERENTE-TEMP PIC X(6).
           01  GERENTE-TEMP-NUM PIC 9(6).
           01  GUARDA-REGISTRO-GERENTE PIC X(250).

           01  DEPARTAMENTOS-STATUS PIC XX.
           01  DEPARTAMENTO-VALIDO PIC X.
           01  PANT-FECHA-FIN PIC X(8).
           01  PANT-NACIMIENTO PIC X(8).
           01  PANT-GERENTE PIC X(6).
           01  PANT-GENERO PIC X.
           01  PANT-CONFIRMA PIC X.
           01  PANT-MENSAJE PIC X(60).
           01  PANTALLA-VALIDA PIC X.

           01  HISTORICO-STATUS PIC XX.
           01  HISTORICO-EVENTO PIC X(10).
      *        Texto opcional tras el ID (la linea BAJA lleva motivo y
      *        clase); REGISTRAR-HISTORICO lo limpia al escribir.
           01  HISTORICO-DETALLE PIC X(20) VALUE SPACES.

      *    Baja con ultimo dia, motivo y elegibilidad de
      *    recontratacion.
           01  MOTIVOS-STATUS PIC XX.
           01  BAJAS-PROG-STATUS PIC XX.
           01  FIN-MOTIVOS PIC X.
           01  FECHA-BAJA-TXT PIC X(46)
               VALUE 'Ultimo dia trabajado AAAAMMDD (ENTER = hoy): '.
           01  MOTIVO-BAJA-TXT PIC X(34)
               VALUE 'Motivo de la baja (? = ver lista):'.
           01  RECONTRATABLE-TXT PIC X(40)
               VALUE 'Elegible para recontratacion (S/N)'.
           01  FECHA-BAJA-ENTRADA PIC X(8).
           01  FECHA-BAJA-VALIDA PIC X.
           01  FECHA-BAJA PIC 9(8).
           01  MOTIVO-BAJA PIC X(4).
           01  MOTIVO-BAJA-VALIDO PIC X.
           01  MOTIVO-ENCONTRADO PIC X.
           01  CLASE-BAJA PIC X.
           01  RECONTRATABLE-BAJA PIC X.
           01  RECONTRATABLE-ENTRADA PIC X.
           01  RECONTRATABLE-VALIDO PIC X.
      *    Coincidencia del alta (nombre o ID fiscal) con un ex
      *    empleado marcado como no recontratable.
           01  NO-RECONTRATAR-ENCONTRADO PIC X VALUE 'N'.
           01  ID-NO-RECONTRATABLE PIC 9(6).
           01  RECONTRATACION-AUTORIZADA PIC X.
           01  RESPUESTA-AUTORIZA PIC X.

      *    Jubilacion: elegibilidad por edad del pais, inicio de la
      *    pension, consentimiento y plan de salud del jubilado.
           01  JUBILADOS-STATUS PIC XX.
           01  PLANES-STATUS PIC XX.
           01  FIN-PLANES PIC X.
           01  INICIO-PENSION-TXT PIC X(39)
               VALUE 'Inicio de la pension AAAAMMDD (ENTER = '.
           01  CONSENTIMIENTO-TXT PIC X(50)
               VALUE 'Consiente guardar su contacto de jubilado (S/N):'.
           01  PLAN-JUBILADO-TXT PIC X(46)
               VALUE 'Plan de salud de jubilado (ENTER = ninguno):'.
           01  NIVEL-JUBILADO-TXT PIC X(38)
               VALUE 'Cobertura (I=individual, F=familiar): '.
           01  EDAD-JUBILACION PIC 99.
           01  FECHA-ELEGIBLE PIC 9(8).
           01  FECHA-ELEGIBLE-R REDEFINES FECHA-ELEGIBLE.
               05  FEL-ANO PIC 9(4).
               05  FEL-MES PIC 99.
               05  FEL-DIA PIC 99.
           01  INICIO-PENSION PIC 9(8).
           01  INICIO-PENSION-DEFECTO PIC 9(8).
           01  INICIO-PENSION-DEFECTO-R
                   REDEFINES INICIO-PENSION-DEFECTO.
               05  IPD-ANO PIC 9(4).
               05  IPD-MES PIC 99.
               05  IPD-DIA PIC 99.
           01  JUBILACION-AUTORIZADA PIC X.
           01  JUBILACION-ANTICIPADA PIC X.
           01  JUBILACION-CAMPO-VALIDO PIC X.
           01  CONSENTIMIENTO-JUBILADO PIC X.
           01  CONSENTIMIENTO-ENTRADA PIC X.
           01  PLAN-JUBILADO PIC X(4).
           01  NIVEL-JUBILADO PIC X.
           01  PLAN-ENCONTRADO PIC X.
           01  FECHA-INGRESO-JUB PIC 9(8).

           01  ACTIVIDAD-STATUS PIC XX.
           01  ACT-EVENTO PIC X(12).
           01  ACT-ID-DESTINO PIC 9(6) VALUE ZERO.

           01  JOURNAL-STATUS PIC XX.
           01  JOURNAL-IMAGEN-ANTES PIC X(250).

      *    Validacion real de calendario para toda fecha capturada
      *    (20251399 ya no pasa solo por ser numerico).
           01  TOTAL-FINIQUITO PIC 9(7)V99.
           01  PRESTAMOS-STATUS PIC XX.
           01  SALDO-PRESTAMO PIC 9(9)V99.
      *    Activos sin devolver descontados (LiberacionActivos-145).
           01  VALOR-ACTIVOS PIC 9(7)V99.
           COPY 'Liberacion-activos.cbl'.
           01  LINEA-FIN-DETALLE.
               05  FIN-DET-TEXTO PIC X(30).
               05  FIN-DET-IMPORTE PIC ZZZ,ZZZ.99.
           01  FIN-BUSQUEDA-BANCO PIC X.
           01  PENDIENTES-REVISADOS PIC 9(4).
           01  DECISION-PENDIENTE PIC X.
      *    Cambios pedidos en el kiosco (IngresoKiosco-160).
           01  PENDIENTES-KIOSCO-STATUS PIC XX.
           01  ACUSES-STATUS PIC XX.
           01  FIN-PENDIENTES-KIOSCO PIC X.
           01  KIOSCO-REVISADOS PIC 9(4).
           01  KIOSCO-POR-VENIR PIC 9(4).
           01  KIOSCO-APLICADO PIC X.
           01  MOTIVO-KIOSCO PIC X(40).

      *    ID fiscal: entrada, validez de formato por pais y
      *    unicidad contra el archivo completo.
           01  ID-FISCAL-LARGO PIC 99.
           01  ID-FISCAL-DUPLICADO PIC X.
           01  FIN-BUSQUEDA-FISCAL PIC X.
           01  GUARDA-REGISTRO-FISCAL PIC X(250).

      *    Posicion autorizada.
           01  POSICIONES-STATUS PIC XX.
           01  POSICION-ENTRADA PIC X(8).
           01  POSICION-VALIDA PIC X.

      *    Contratacion de un candidato de requisicion: el alta sale
      *    prellenada del candidato y la posicion es la de la
      *    requisicion.
           01  REQUISICIONES-STATUS PIC XX.
           01  CANDIDATOS-STATUS PIC XX.
           01  CONTRATACION-CANDIDATO PIC X VALUE 'N'.
           01  CANDIDATO-ENTRADA PIC X(6).
           01  CANDIDATO-VALIDO PIC X.
           01  SALARIO-OFERTA-ENTERO PIC 9(12).
           01  ALTA-GRABADA PIC X.

      *    Habilidades del empleado.
           01  HABILIDADES-STATUS PIC XX.
           01  EMP-HAB-STATUS PIC XX.
           01  HABILIDAD-TXT PIC X(30)
               VALUE 'Codigo de habilidad (6 car): '.
           01  NIVEL-HAB-TXT PIC X(44)
               VALUE 'Nivel de dominio (1=basico a 5=experto): '.
           01  FECHA-EVAL-TXT PIC X(46)
               VALUE 'Fecha de evaluacion AAAAMMDD (ENTER=hoy): '.
           01  EMPLEADO-HAB-BUSCADO PIC 9(6).
           01  EMPLEADO-HAB-VALIDO PIC X.
           01  HABILIDAD-ENTRADA PIC X(6).
           01  HABILIDAD-VALIDA PIC X.
      *        'S' = en catalogo y activa, 'N' = volver a pedir,
      *        'X' = no hay catalogo (se abandona la captura).
           01  NIVEL-HAB-ENTRADA PIC X.
           01  NIVEL-HAB-VALIDO PIC X.
           01  FECHA-EVAL-ENTRADA PIC X(8).
           01  FECHA-EVAL-VALIDA PIC X.
           01  EMP-HAB-EXISTE PIC X.
           01  FIN-EMP-HAB PIC X.
           01  HABILIDAD-HALLADA PIC X.

      *    Nacionalidad y autorizacion de trabajo.
           01  AUTORIZACIONES-STATUS PIC XX.
           01  NACIONALIDAD-TXT PIC X(44)
               VALUE 'Nacionalidad (codigo de pais, 2 letras): '.
           01  TIPO-DOC-TXT PIC X(68)
               VALUE 'Tipo de documento (VI=visa, PT=permiso, RP=residen
      -        'cia, OT=otro): '.
           01  NUMERO-DOC-TXT PIC X(30)
               VALUE 'Numero del documento: '.
           01  PAIS-DOC-TXT PIC X(36)
               VALUE 'Pais emisor (codigo de 2 letras): '.
           01  EMISION-DOC-TXT PIC X(36)
               VALUE 'Fecha de emision AAAAMMDD: '.
           01  VENCE-DOC-TXT PIC X(36)
               VALUE 'Fecha de vencimiento AAAAMMDD: '.
           01  EMPLEADO-AUT-BUSCADO PIC 9(6).
           01  EMPLEADO-AUT-VALIDO PIC X.
           01  NACIONALIDAD-ENTRADA PIC X(2).
           01  GENERO-TXT PIC X(52)
               VALUE 'Genero (F, M, X=otro/no binario, N=no declara): '.
           01  GENERO-ENTRADA PIC X.
           01  GENERO-CAPTURADO PIC X.
           01  NACIONALIDAD-VALIDA PIC X.
           01  PAIS-SITIO-HALLADO PIC X(2).
           01  PAIS-TRABAJO PIC X(2).
           01  TIPO-DOC-ENTRADA PIC X(2).
           01  FECHA-DOC-ENTRADA PIC X(8).
           01  DOCUMENTO-VALIDO PIC X.
      *        'S' = capturado y vigente, 'N' = volver a pedir,
      *        'X' = el operador abandono la captura.
           01  DOCUMENTO-PENDIENTE PIC X VALUE 'N'.
           01  DOCUMENTO-EXISTE PIC X.
           01  DOCUMENTO-HALLADO PIC X.
           01  AUTORIZACION-VIGENTE PIC X.
           01  FIN-AUTORIZACIONES PIC X.
           01  ESTADO-DOCUMENTO PIC X(8).

      *    Jornada contratada (porcentaje de tiempo completo); la
      *    plaza de la posicion se ocupa en esa fraccion.
           01  FTE-TXT PIC X(50)
               VALUE 'Porcentaje de jornada (ENTER=100, 050=media):'.
           01  FTE-ENTRADA PIC X(3).
           01  FTE-VALIDO PIC X.
           01  FTE-NUEVO PIC 9(3).
           01  FTE-ANTERIOR PIC 9(3).
           01  FTE-FRACCION PIC 9V99.
           01  FTE-DIFERENCIA PIC S9V99.

      *    Sitio de trabajo.
           01  SITIOS-STATUS PIC XX.
           01  SITIO-TXT PIC X(30)
           01  SITIO-VALIDO PIC X.
           01  SITIO-ENCONTRADO PIC X.
           01  FIN-SITIOS PIC X.

      *    Grupo de pago.
           01  GRUPOS-STATUS PIC XX.
           01  GRUPO-PAGO-TXT PIC X(40)
               VALUE 'Grupo de pago (ENTER = mensual):'.
           01  GRUPO-PAGO-ENTRADA PIC X(4).
           01  GRUPO-PAGO-VALIDO PIC X.
           01  GRUPO-PAGO-ENCONTRADO PIC X.
           01  FIN-GRUPOS PIC X.

      *    Empresa empleadora.
           01  EMPRESAS-STATUS PIC XX.
           01  EMPRESA-TXT PIC X(40)
               VALUE 'Empresa empleadora (codigo):'.
           01  EMPRESA-ENTRADA PIC X(4).
           01  EMPRESA-VALIDA PIC X.
           01  EMPRESA-ENCONTRADA PIC X.
           01  HAY-EMPRESAS PIC X.
           01  FIN-EMPRESAS PIC X.

      *    Base de pago del permanente (sueldo o por hora).
           01  BASE-PAGO-TXT PIC X(40)
               VALUE 'Base de pago (S=sueldo, H=por hora):'.
           01  TARIFA-HORA-TXT PIC X(44)
               VALUE 'Tarifa por hora en centavos (2550 = 25.50):'.
           01  BASE-PAGO-ENTRADA PIC X.
           01  BASE-PAGO-VALIDA PIC X.
           01  TARIFA-HORA-ENTRADA PIC X(7).
           01  TARIFA-HORA-VALIDA PIC X.
           01  NOMBRE-BANCO-TXT PIC X(25)
               VALUE 'Nombre del banco:        '.
           01  CODIGO-BANCO-TXT PIC X(25)
               05  LINE 18 COLUMN 16 PIC X(8) USING PANT-NACIMIENTO.
               05  LINE 19 COLUMN 2 VALUE 'Gerente:'.
               05  LINE 19 COLUMN 16 PIC X(6) USING PANT-GERENTE.
               05  LINE 20 COLUMN 2 VALUE 'Genero F/M/X/N:'.
               05  LINE 20 COLUMN 18 PIC X USING PANT-GENERO.
               05  LINE 21 COLUMN 2
                   VALUE 'G=guardar  Q=cancelar:'.
               05  LINE 21 COLUMN 26 PIC X USING PANT-CONFIRMA.
           END-IF.
           PERFORM VERIFICAR-ESTADO-FORMACION.
           PERFORM OBTENER-ID-MAXIMO-FORMACION.
           OPEN I-O EMP-HAB-ARCHIVO.
           IF EMP-HAB-STATUS = '35' OR EMP-HAB-STATUS = '05'
               OPEN OUTPUT EMP-HAB-ARCHIVO
               CLOSE EMP-HAB-ARCHIVO
               OPEN I-O EMP-HAB-ARCHIVO
           END-IF.
           IF EMP-HAB-STATUS NOT = '00' AND
                   EMP-HAB-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMP-HAB-ARCHIVO. STATUS ='
                   EMP-HAB-STATUS
               GOBACK
           END-IF.
           OPEN I-O AUTORIZACIONES-ARCHIVO.
           IF AUTORIZACIONES-STATUS = '35' OR
                   AUTORIZACIONES-STATUS = '05'
               OPEN OUTPUT AUTORIZACIONES-ARCHIVO
               CLOSE AUTORIZACIONES-ARCHIVO
               OPEN I-O AUTORIZACIONES-ARCHIVO
           END-IF.
           IF AUTORIZACIONES-STATUS NOT = '00' AND
                   AUTORIZACIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo AUTORIZACIONES. STATUS ='
                   AUTORIZACIONES-STATUS
               GOBACK
           END-IF.
      *    El control de posiciones solo aplica cuando el maestro de
      *    posiciones existe: asi las instalaciones que todavia no
      *    autorizan plazas siguen dando altas como siempre.
           CLOSE EMERGENCIA-ARCHIVO.
           CLOSE BANCO-ARCHIVO.
           CLOSE FORMACION-ARCHIVO.
           CLOSE EMP-HAB-ARCHIVO.
           CLOSE AUTORIZACIONES-ARCHIVO.
           CLOSE JOURNAL-ARCHIVO.
           IF HAY-POSICIONES = 'S'
               CLOSE POSICIONES-ARCHIVO
           STRING AUD-ANO '-' AUD-MES '-' AUD-DIA ' '
                  AUD-HORA ':' AUD-MIN ':' AUD-SEG ' '
                  HISTORICO-EVENTO ' ID=' EMPLEADOS-ID
                  HISTORICO-DETALLE
               DELIMITED BY SIZE
               INTO HISTORICO-LINEA.
           WRITE HISTORICO-LINEA.
           MOVE SPACES TO HISTORICO-DETALLE.

       VERIFICAR-ESTADO-EMERGENCIA.
           IF EMERGENCIA-STATUS NOT = '00' AND
           WRITE AUDITORIA-LINEA.

      *    Cada renglon del menu viene del catalogo de mensajes
      *    (numeros 0101-0118) en el idioma del operador, con el
      *    texto de fabrica como respaldo.
       SELECCIONAR-OPERACION.
           MOVE 0101 TO MENSAJE-NUMERO.
           MOVE '11) Consultar roster de un departamento'
               TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0113 TO MENSAJE-NUMERO.
           MOVE '12) Contratar candidato con oferta aceptada'
               TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0114 TO MENSAJE-NUMERO.
           MOVE '13) Habilidades del empleado' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0115 TO MENSAJE-NUMERO.
           MOVE '14) Nacionalidad y autorizacion de trabajo'
               TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0116 TO MENSAJE-NUMERO.
           MOVE '15) Aprobar cambios de salario pendientes (admin)'
               TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0117 TO MENSAJE-NUMERO.
           MOVE '16) Aprobar cambios pedidos en el kiosco'
               TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0118 TO MENSAJE-NUMERO.
           MOVE '17) Jubilar un empleado' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0112 TO MENSAJE-NUMERO.
           MOVE 'Elija una opcion: ' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           ACCEPT OPCION-MENU.
      *    Candado por opcion: las que modifican datos (altas, bajas,
      *    cambios, recontratacion, contactos, banco, cursos,
      *    contratacion de candidatos, habilidades, autorizacion de
      *    trabajo, aprobacion de sueldos y de cambios del kiosco,
      *    jubilaciones) exigen nivel 2 o mas; los operadores de solo
      *    consulta quedan en las consultas.
           IF LK-NIVEL < 2 AND (OPCION-MENU = '1' OR OPCION-MENU = '2'
                   OR OPCION-MENU = '3' OR OPCION-MENU = '6'
                   OR OPCION-MENU = '7' OR OPCION-MENU = '9'
                   OR OPCION-MENU = '10' OR OPCION-MENU = '12'
                   OR OPCION-MENU = '13' OR OPCION-MENU = '14'
                   OR OPCION-MENU = '15' OR OPCION-MENU = '16'
                   OR OPCION-MENU = '17')
               DISPLAY 'Su nivel de operador es de solo consulta; '
                   'esa opcion no esta disponible.'
               PERFORM REINICIAR
                   PERFORM MENU-FORMACION
               WHEN '11'
                   PERFORM CONSULTAR-ROSTER-DEPTO
               WHEN '12'
                   PERFORM CONTRATAR-CANDIDATO
               WHEN '13'
                   PERFORM MENU-HABILIDADES
               WHEN '14'
                   PERFORM MENU-AUTORIZACIONES
               WHEN '15'
                   PERFORM APROBAR-CAMBIOS-SALARIO
                   PERFORM REINICIAR
               WHEN '16'
                   PERFORM APROBAR-CAMBIOS-KIOSCO
                   PERFORM REINICIAR
               WHEN '17'
                   PERFORM JUBILAR-REGISTRO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
                   PERFORM REINICIAR
           ADD 1 TO PENDIENTES-REVISADOS.
           DISPLAY 'ID ' BANCO-EMPLEADOS-ID ' capturado por '
               BANCO-PEND-OPERADOR ' el ' BANCO-PEND-FECHA ':'.
           MOVE BANCO-EMPLEADOS-ID TO CSB-EMPLEADOS-ID.
           MOVE 'CTA' TO CSB-CLASE.
           MOVE BANCO-PEND-CUENTA TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           DISPLAY '  Nuevo: ' BANCO-PEND-NOMBRE ' '
               BANCO-PEND-CODIGO ' ' CSB-VALOR.
           MOVE 'CTA' TO CSB-CLASE.
           MOVE BANCO-CUENTA TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           DISPLAY '  Aprobada actual: ' BANCO-NOMBRE-BANCO ' '
               BANCO-CODIGO-BANCO ' ' CSB-VALOR.
           IF BANCO-PEND-OPERADOR = LK-OPERADOR
               DISPLAY '  Capturado por usted mismo: otro admin '
                   'debe aprobarlo. Se omite.'
                       MOVE BANCO-PEND-NOMBRE TO BANCO-NOMBRE-BANCO
                       MOVE BANCO-PEND-CODIGO TO BANCO-CODIGO-BANCO
                       MOVE BANCO-PEND-CUENTA TO BANCO-CUENTA
                       MOVE 'P' TO BANCO-ESTADO
                       MOVE ZERO TO BANCO-PRENOTA-FECHA
                       MOVE SPACES TO BANCO-PEND-NOMBRE
                       MOVE SPACES TO BANCO-PEND-CODIGO
                       MOVE SPACES TO BANCO-PEND-CUENTA
                           INVALID KEY
                               DISPLAY '  No se pudo aprobar.'
                           NOT INVALID KEY
                               DISPLAY '  Cambio aprobado; la '
                                   'cuenta sale en prenota y se paga '
                                   'con cheque hasta que se valide.'
                               MOVE BANCO-EMPLEADOS-ID
                                   TO EMPLEADOS-ID
                               MOVE 'APRU-BANCO'
               END-EVALUATE
           END-IF.

      *    Cambios de sueldo pendientes: mismo candado que los
      *    bancarios (nivel 3 y un admin distinto del que lo pidio).
      *    El aprobado se anexa a comp_transacciones.dat con su fecha
      *    efectiva (un 'S' por el sueldo y un 'H' o 'M' por la base
      *    y la tarifa), asi AplicarTransacciones-28 lo lleva al maestro
      *    esa noche (con retroactivo si la nomina del periodo ya
      *    corrio); hasta entonces la nomina paga el sueldo aprobado
      *    anterior.
       APROBAR-CAMBIOS-SALARIO.
           IF LK-NIVEL < 3
               DISPLAY 'Solo un operador admin (nivel 3) puede '
                   'aprobar cambios de salario.'
           ELSE
               MOVE ZERO TO SALARIOS-REVISADOS
               OPEN I-O PENDIENTES-SALARIO-ARCHIVO
               IF PENDIENTES-SALARIO-STATUS = '00'
                   MOVE LOW-VALUES TO SPE-CLAVE
                   MOVE 'N' TO FIN-PENDIENTES-SALARIO
                   START PENDIENTES-SALARIO-ARCHIVO
                           KEY IS NOT LESS THAN SPE-CLAVE
                       INVALID KEY
                           MOVE 'S' TO FIN-PENDIENTES-SALARIO
                   END-START
                   PERFORM UNTIL FIN-PENDIENTES-SALARIO = 'S'
                       READ PENDIENTES-SALARIO-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-PENDIENTES-SALARIO
                           NOT AT END
                               IF SPE-PENDIENTE
                                   PERFORM REVISAR-UN-SALARIO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE PENDIENTES-SALARIO-ARCHIVO
               IF SALARIOS-REVISADOS = ZERO
                   DISPLAY 'No hay cambios de salario pendientes.'
               END-IF
           END-IF.

       REVISAR-UN-SALARIO.
           ADD 1 TO SALARIOS-REVISADOS.
           DISPLAY 'ID ' SPE-EMPLEADOS-ID ' pedido por '
               SPE-SOLICITANTE ' el ' SPE-FECHA-HORA(1:8)
               ', efectivo ' SPE-FECHA-EFECTIVA ':'.
           MOVE SPE-EMPLEADOS-ID TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SPE-SALARIO-ANTERIOR TO SALARIO-EDITADO.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           DISPLAY '  Salario anterior: ' CSB-VALOR.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SPE-SALARIO-NUEVO TO SALARIO-EDITADO.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           DISPLAY '  Salario nuevo   : ' CSB-VALOR.
           IF SPE-BASE-NUEVA NOT = SPE-BASE-ANTERIOR OR
                   SPE-TARIFA-NUEVA NOT = SPE-TARIFA-ANTERIOR
               DISPLAY '  Base de pago    : ' SPE-BASE-ANTERIOR
                   ' -> ' SPE-BASE-NUEVA
               MOVE 'SALA' TO CSB-CLASE
               MOVE SPE-TARIFA-ANTERIOR TO TARIFA-EDITADA
               MOVE TARIFA-EDITADA TO CSB-VALOR
               PERFORM PREPARAR-CAMPO-SENSIBLE
               DISPLAY '  Tarifa anterior : ' CSB-VALOR
               MOVE 'SALA' TO CSB-CLASE
               MOVE SPE-TARIFA-NUEVA TO TARIFA-EDITADA
               MOVE TARIFA-EDITADA TO CSB-VALOR
               PERFORM PREPARAR-CAMPO-SENSIBLE
               DISPLAY '  Tarifa nueva    : ' CSB-VALOR
           END-IF.
           DISPLAY '  Motivo: ' SPE-MOTIVO.
           IF SPE-SOLICITANTE = LK-OPERADOR
               DISPLAY '  Pedido por usted mismo: otro admin '
                   'debe aprobarlo. Se omite.'
           ELSE
               DISPLAY '  A=aprobar, R=rechazar, ENTER=dejar '
                   'pendiente:'
               ACCEPT DECISION-PENDIENTE
               EVALUATE FUNCTION UPPER-CASE(DECISION-PENDIENTE)
                   WHEN 'A'
                       PERFORM APROBAR-UN-SALARIO
                   WHEN 'R'
                       MOVE 'R' TO SPE-ESTADO
                       MOVE LK-OPERADOR TO SPE-APROBADOR
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO SPE-FECHA-DECISION
                       REWRITE PENDIENTES-SALARIO-REGISTRO
                           INVALID KEY
                               DISPLAY '  No se pudo rechazar.'
                           NOT INVALID KEY
                               DISPLAY '  Cambio rechazado.'
                               MOVE SPE-EMPLEADOS-ID TO EMPLEADOS-ID
                               MOVE 'RECH-SALARIO'
                                   TO AUDITORIA-OPERACION
                               PERFORM REGISTRAR-AUDITORIA
                       END-REWRITE
                   WHEN OTHER
                       DISPLAY '  Queda pendiente.'
               END-EVALUATE
           END-IF.

      *    Los cambios capturados por TransaccionesComp-27 traen la
      *    base en blanco: solo sueldo.
       APROBAR-UN-SALARIO.
           MOVE 'ALTA' TO TRANS-EVENTO.
           MOVE SPE-EMPLEADOS-ID TO TRANS-ID.
           MOVE SPE-FECHA-EFECTIVA TO TRANS-FECHA-EFECTIVA.
           MOVE SPACES TO TRANS-DEPARTAMENTO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRANS-FECHA-CAPTURA.
           OPEN EXTEND TRANSACCIONES-ARCHIVO.
           IF TRANSACCIONES-STATUS NOT = '00' AND
                   TRANSACCIONES-STATUS NOT = '05'
               DISPLAY '  Error de archivo TRANSACCIONES. STATUS ='
                   TRANSACCIONES-STATUS '; queda pendiente.'
           ELSE
               IF SPE-SALARIO-NUEVO NOT = SPE-SALARIO-ANTERIOR OR
                       SPE-BASE-NUEVA = SPACE
                   MOVE 'S' TO TRANS-TIPO
                   MOVE SPE-SALARIO-NUEVO TO TRANS-SALARIO
                   WRITE TRANSACCIONES-REGISTRO
               END-IF
               IF SPE-BASE-NUEVA NOT = SPE-BASE-ANTERIOR OR
                       SPE-TARIFA-NUEVA NOT = SPE-TARIFA-ANTERIOR
                   IF SPE-BASE-NUEVA = 'H'
                       MOVE 'H' TO TRANS-TIPO
                       MOVE SPE-TARIFA-NUEVA TO TRANS-SALARIO
                   ELSE
                       MOVE 'M' TO TRANS-TIPO
                       MOVE ZERO TO TRANS-SALARIO
                   END-IF
                   WRITE TRANSACCIONES-REGISTRO
               END-IF
               MOVE 'A' TO SPE-ESTADO
               MOVE LK-OPERADOR TO SPE-APROBADOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO SPE-FECHA-DECISION
               REWRITE PENDIENTES-SALARIO-REGISTRO
                   INVALID KEY
                       DISPLAY '  No se pudo marcar como aprobado.'
                   NOT INVALID KEY
                       DISPLAY '  Cambio aprobado; el proceso '
                           'nocturno lo aplica al maestro.'
                       MOVE SPE-EMPLEADOS-ID TO EMPLEADOS-ID
                       MOVE 'APRU-SALARIO' TO AUDITORIA-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
               END-REWRITE
           END-IF.
           CLOSE TRANSACCIONES-ARCHIVO.

      *    Cambios pedidos por los propios empleados en el kiosco,
      *    ya validados por IngresoKiosco-160 con los edits de las
      *    pantallas de mantenimiento. RRHH los ve uno por uno: el
      *    aprobado se aplica aqui mismo (telefono y domicilio al
      *    maestro con journal y auditoria; contactos a emergencia.dat
      *    con auditoria) y el rechazado lleva su motivo; en ambos
      *    casos vuelve un acuse al kiosco. Los que rigen a partir de
      *    una fecha futura esperan a esa fecha.
       APROBAR-CAMBIOS-KIOSCO.
           MOVE ZERO TO KIOSCO-REVISADOS.
           MOVE ZERO TO KIOSCO-POR-VENIR.
           OPEN I-O PENDIENTES-KIOSCO-ARCHIVO.
           IF PENDIENTES-KIOSCO-STATUS = '00'
               OPEN EXTEND ACUSES-ARCHIVO
               IF ACUSES-STATUS NOT = '00' AND ACUSES-STATUS NOT = '05'
                   DISPLAY 'Error de archivo ACUSES. STATUS ='
                       ACUSES-STATUS
               ELSE
                   MOVE LOW-VALUES TO KPE-CLAVE
                   MOVE 'N' TO FIN-PENDIENTES-KIOSCO
                   START PENDIENTES-KIOSCO-ARCHIVO
                           KEY IS NOT LESS THAN KPE-CLAVE
                       INVALID KEY
                           MOVE 'S' TO FIN-PENDIENTES-KIOSCO
                   END-START
                   PERFORM UNTIL FIN-PENDIENTES-KIOSCO = 'S'
                       READ PENDIENTES-KIOSCO-ARCHIVO NEXT RECORD
                           AT END
                               MOVE 'S' TO FIN-PENDIENTES-KIOSCO
                           NOT AT END
                               IF KPE-PENDIENTE
                                   IF KPE-FECHA-EFECTIVA >
                                           FUNCTION CURRENT-DATE(1:8)
                                       ADD 1 TO KIOSCO-POR-VENIR
                                   ELSE
                                       PERFORM REVISAR-UN-KIOSCO
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE ACUSES-ARCHIVO
           END-IF.
           CLOSE PENDIENTES-KIOSCO-ARCHIVO.
           IF KIOSCO-REVISADOS = ZERO
               DISPLAY 'No hay cambios del kiosco pendientes.'
           END-IF.
           IF KIOSCO-POR-VENIR > ZERO
               DISPLAY KIOSCO-POR-VENIR ' cambio(s) del kiosco con '
                   'fecha efectiva futura quedan para su dia.'
           END-IF.

       REVISAR-UN-KIOSCO.
           ADD 1 TO KIOSCO-REVISADOS.
           DISPLAY 'ID ' KPE-EMPLEADOS-ID ' pidio en el kiosco el '
               KPE-FECHA-HORA(1:8) ' (' KPE-TIPO '):'.
           MOVE KPE-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY '  El empleado ya no existe en el maestro; '
                       'se rechaza.'
                   MOVE 'Empleado inexistente en el maestro'
                       TO MOTIVO-KIOSCO
                   PERFORM RECHAZAR-UN-KIOSCO
               NOT INVALID KEY
                   PERFORM MOSTRAR-UN-KIOSCO
                   DISPLAY '  A=aprobar, R=rechazar, ENTER=dejar '
                       'pendiente:'
                   ACCEPT DECISION-PENDIENTE
                   EVALUATE FUNCTION UPPER-CASE(DECISION-PENDIENTE)
                       WHEN 'A'
                           PERFORM APROBAR-UN-KIOSCO
                       WHEN 'R'
                           DISPLAY '  Motivo del rechazo (vuelve al '
                               'empleado):'
                           ACCEPT MOTIVO-KIOSCO
                           IF MOTIVO-KIOSCO = SPACES
                               MOVE 'Rechazado por RRHH'
                                   TO MOTIVO-KIOSCO
                           END-IF
                           PERFORM RECHAZAR-UN-KIOSCO
                       WHEN OTHER
                           DISPLAY '  Queda pendiente.'
                   END-EVALUATE
           END-READ.

       MOSTRAR-UN-KIOSCO.
           EVALUATE TRUE
               WHEN KPE-TELEFONO
                   DISPLAY '  Telefono actual: ' EMPLEADOS-TELEFONO
                   DISPLAY '  Telefono nuevo : ' KPE-TELEFONO-NUEVO
               WHEN KPE-DOMICILIO
                   DISPLAY '  Domicilio actual: ' DIR-CALLE ' '
                       DIR-CIUDAD ' ' DIR-REGION ' '
                       DIR-CODIGO-POSTAL ' ' DIR-CODIGO-PAIS
                   DISPLAY '  Domicilio nuevo : ' KPE-CALLE ' '
                       KPE-CIUDAD ' ' KPE-REGION ' '
                       KPE-CODIGO-POSTAL ' ' KPE-CODIGO-PAIS
               WHEN KPE-EMERGENCIA
                   IF KPE-EMERGENCIA-ID = ZERO
                       DISPLAY '  Contacto nuevo: '
                           KPE-CONTACTO-NOMBRE ' '
                           KPE-CONTACTO-PARENTESCO ' '
                           KPE-CONTACTO-TELEFONO
                   ELSE
                       IF KPE-CONTACTO-NOMBRE = SPACES
                           DISPLAY '  Quitar el contacto '
                               KPE-EMERGENCIA-ID
                       ELSE
                           DISPLAY '  Cambiar el contacto '
                               KPE-EMERGENCIA-ID ' a: '
                               KPE-CONTACTO-NOMBRE ' '
                               KPE-CONTACTO-PARENTESCO ' '
                               KPE-CONTACTO-TELEFONO
                       END-IF
                   END-IF
           END-EVALUATE.

      *    El registro del maestro ya esta leido en REVISAR-UN-KIOSCO.
       APROBAR-UN-KIOSCO.
           MOVE 'N' TO KIOSCO-APLICADO.
           EVALUATE TRUE
               WHEN KPE-TELEFONO
                   MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
                   MOVE KPE-TELEFONO-NUEVO TO EMPLEADOS-TELEFONO
                   MOVE 'KIOSCO-TEL' TO AUDITORIA-OPERACION
                   PERFORM APLICAR-KIOSCO-MAESTRO
               WHEN KPE-DOMICILIO
                   MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
                   MOVE KPE-CALLE TO DIR-CALLE
                   MOVE KPE-CIUDAD TO DIR-CIUDAD
                   MOVE KPE-REGION TO DIR-REGION
                   MOVE KPE-CODIGO-POSTAL TO DIR-CODIGO-POSTAL
                   MOVE KPE-CODIGO-PAIS TO DIR-CODIGO-PAIS
                   MOVE 'KIOSCO-DIR' TO AUDITORIA-OPERACION
                   PERFORM APLICAR-KIOSCO-MAESTRO
               WHEN KPE-EMERGENCIA
                   PERFORM APLICAR-KIOSCO-EMERGENCIA
           END-EVALUATE.
           IF KIOSCO-APLICADO = 'S'
               MOVE 'A' TO KPE-ESTADO
               MOVE LK-OPERADOR TO KPE-APROBADOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO KPE-FECHA-DECISION
               MOVE 'Aprobado y aplicado' TO KPE-MOTIVO
               REWRITE PENDIENTES-KIOSCO-REGISTRO
                   INVALID KEY
                       DISPLAY '  No se pudo marcar como aprobado.'
               END-REWRITE
               MOVE 'A' TO ACU-RESULTADO
               PERFORM ENVIAR-ACUSE-KIOSCO
               DISPLAY '  Cambio aplicado.'
           ELSE
               DISPLAY '  No se pudo aplicar; queda pendiente.'
           END-IF.

       APLICAR-KIOSCO-MAESTRO.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY '  No se pudo actualizar el empleado.'
               NOT INVALID KEY
                   MOVE 'S' TO KIOSCO-APLICADO
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM REGISTRAR-JOURNAL
           END-REWRITE.

      *    El journal solo lleva imagenes del maestro (REPRODUCIR-
      *    JOURNAL las vuelve a aplicar sobre el); los contactos de
      *    emergencia quedan en la auditoria.
       APLICAR-KIOSCO-EMERGENCIA.
           IF KPE-EMERGENCIA-ID = ZERO
               ADD 1 TO EMERGENCIA-ID-MAXIMO
               MOVE EMERGENCIA-ID-MAXIMO TO EMERGENCIA-ID
               MOVE KPE-EMPLEADOS-ID TO EMERGENCIA-EMPLEADOS-ID
               MOVE KPE-CONTACTO-NOMBRE TO EMERGENCIA-NOMBRE
               MOVE KPE-CONTACTO-PARENTESCO TO EMERGENCIA-PARENTESCO
               MOVE KPE-CONTACTO-TELEFONO TO EMERGENCIA-TELEFONO
               WRITE EMERGENCIA-REGISTRO
                   INVALID KEY
                       DISPLAY '  No se pudo guardar el contacto.'
                   NOT INVALID KEY
                       MOVE 'S' TO KIOSCO-APLICADO
               END-WRITE
           ELSE
               MOVE KPE-EMERGENCIA-ID TO EMERGENCIA-ID
               READ EMERGENCIA-ARCHIVO KEY IS EMERGENCIA-ID
                   INVALID KEY
                       DISPLAY '  El contacto ya no existe.'
                   NOT INVALID KEY
                       IF KPE-CONTACTO-NOMBRE = SPACES
                           DELETE EMERGENCIA-ARCHIVO
                               NOT INVALID KEY
                                   MOVE 'S' TO KIOSCO-APLICADO
                           END-DELETE
                       ELSE
                           MOVE KPE-CONTACTO-NOMBRE
                               TO EMERGENCIA-NOMBRE
                           MOVE KPE-CONTACTO-PARENTESCO
                               TO EMERGENCIA-PARENTESCO
                           MOVE KPE-CONTACTO-TELEFONO
                               TO EMERGENCIA-TELEFONO
                           REWRITE EMERGENCIA-REGISTRO
                               NOT INVALID KEY
                                   MOVE 'S' TO KIOSCO-APLICADO
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           IF KIOSCO-APLICADO = 'S'
               MOVE 'KIOSCO-EMER' TO AUDITORIA-OPERACION
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

       RECHAZAR-UN-KIOSCO.
           MOVE 'R' TO KPE-ESTADO.
           MOVE LK-OPERADOR TO KPE-APROBADOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO KPE-FECHA-DECISION.
           MOVE MOTIVO-KIOSCO TO KPE-MOTIVO.
           REWRITE PENDIENTES-KIOSCO-REGISTRO
               INVALID KEY
                   DISPLAY '  No se pudo rechazar.'
               NOT INVALID KEY
                   DISPLAY '  Cambio rechazado.'
                   MOVE KPE-EMPLEADOS-ID TO EMPLEADOS-ID
                   MOVE 'RECH-KIOSCO' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE 'R' TO ACU-RESULTADO
                   PERFORM ENVIAR-ACUSE-KIOSCO
           END-REWRITE.

      *    El acuse lleva la fecha-hora original de la solicitud, que
      *    es como el kiosco la reconoce.
       ENVIAR-ACUSE-KIOSCO.
           MOVE KPE-EMPLEADOS-ID TO ACU-EMPLEADOS-ID.
           MOVE KPE-FECHA-HORA TO ACU-FECHA-HORA.
           MOVE KPE-TIPO TO ACU-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACU-FECHA-PROCESO.
           MOVE KPE-MOTIVO TO ACU-MOTIVO.
           WRITE ACUSES-REGISTRO.

      *    El empleado debe existir en el maestro antes de capturarle
      *    banco y cuenta (mismo READ con INVALID KEY que usa
      *    CONSULTAR-REGISTRO); si ya tenia datos bancarios se
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO BANCO-EXISTENTE
                   MOVE 'CTA' TO CSB-CLASE
                   MOVE BANCO-EMPLEADOS-ID TO CSB-EMPLEADOS-ID
                   MOVE BANCO-CUENTA TO CSB-VALOR
                   PERFORM PREPARAR-CAMPO-SENSIBLE
                   DISPLAY 'Cuenta aprobada: ' BANCO-NOMBRE-BANCO
                       ' ' BANCO-CODIGO-BANCO ' ' CSB-VALOR
                   IF BANCO-PEND-CUENTA NOT = SPACES
                       DISPLAY 'Ya hay un cambio pendiente capturado '
                           'por ' BANCO-PEND-OPERADOR ' el '
           IF BANCO-EXISTENTE = 'N'
               MOVE SPACE TO BANCO-REGISTRO
               MOVE EMPLEADOS-ID TO BANCO-EMPLEADOS-ID
               MOVE ZERO TO BANCO-PRENOTA-FECHA
           END-IF.
           DISPLAY NOMBRE-BANCO-TXT.
           ACCEPT BANCO-PEND-NOMBRE.
               NOT INVALID KEY
                   DISPLAY 'Banco  : ' BANCO-NOMBRE-BANCO
                       ' (' BANCO-CODIGO-BANCO ')'
                   MOVE 'CTA' TO CSB-CLASE
                   MOVE BANCO-EMPLEADOS-ID TO CSB-EMPLEADOS-ID
                   MOVE BANCO-CUENTA TO CSB-VALOR
                   PERFORM PREPARAR-CAMPO-SENSIBLE
                   DISPLAY 'Cuenta : ' CSB-VALOR
                       ' estado: ' BANCO-ESTADO
                   IF BANCO-CUENTA-PRENOTA
                       IF BANCO-PRENOTA-FECHA = ZERO
                           DISPLAY 'En prenota: sale en el proximo '
                               'archivo del banco.'
                       ELSE
                           DISPLAY 'En prenota desde el '
                               BANCO-PRENOTA-FECHA '.'
                       END-IF
                   END-IF
                   IF BANCO-PEND-CUENTA NOT = SPACES
                       DISPLAY 'Cambio pendiente de aprobacion '
                           '(capturado por ' BANCO-PEND-OPERADOR
               DISPLAY 'No hay cursos registrados para ese ID.'
           END-IF.

       MENU-HABILIDADES.
           DISPLAY '13.1) Asignar o reevaluar una habilidad'.
           DISPLAY '13.2) Listar habilidades de un empleado'.
           DISPLAY '13.3) Quitar una habilidad a un empleado'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM ASIGNAR-HABILIDAD
               WHEN '2'
                   PERFORM LISTAR-HABILIDADES-EMPLEADO
               WHEN '3'
                   PERFORM QUITAR-HABILIDAD
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.
           PERFORM REINICIAR.

      *    Alta o reevaluacion (misma clave empleado + habilidad): el
      *    nivel y la fecha nuevos reemplazan a los anteriores.
       ASIGNAR-HABILIDAD.
           PERFORM LEER-EMPLEADO-HABILIDAD.
           IF EMPLEADO-HAB-VALIDO = 'S'
               MOVE 'N' TO HABILIDAD-VALIDA
               PERFORM OBTENER-HABILIDAD
                   UNTIL HABILIDAD-VALIDA NOT = 'N'
           END-IF.
           IF EMPLEADO-HAB-VALIDO = 'S' AND HABILIDAD-VALIDA = 'S'
               MOVE EMPLEADO-HAB-BUSCADO TO EHB-EMPLEADOS-ID
               MOVE HABILIDAD-ENTRADA TO EHB-HABILIDAD
               MOVE 'N' TO EMP-HAB-EXISTE
               READ EMP-HAB-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO EMP-HAB-EXISTE
                       DISPLAY 'Actual: nivel=' EHB-NIVEL
                           ' evaluada=' EHB-FECHA-EVALUACION
               END-READ
               MOVE 'N' TO NIVEL-HAB-VALIDO
               PERFORM OBTENER-NIVEL-HABILIDAD
                   UNTIL NIVEL-HAB-VALIDO = 'S'
               MOVE 'N' TO FECHA-EVAL-VALIDA
               PERFORM OBTENER-FECHA-EVALUACION
                   UNTIL FECHA-EVAL-VALIDA = 'S'
               IF EMP-HAB-EXISTE = 'S'
                   REWRITE EMP-HAB-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar la '
                               'habilidad.'
                       NOT INVALID KEY
                           DISPLAY 'Habilidad reevaluada.'
                   END-REWRITE
               ELSE
                   WRITE EMP-HAB-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar la habilidad.'
                       NOT INVALID KEY
                           DISPLAY 'Habilidad asignada.'
                   END-WRITE
               END-IF
           END-IF.

       LEER-EMPLEADO-HABILIDAD.
           MOVE 'N' TO EMPLEADO-HAB-VALIDO.
           DISPLAY ID-EMPLEADOS-TXT.
           ACCEPT EMPLEADO-HAB-BUSCADO.
           MOVE EMPLEADO-HAB-BUSCADO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con ese ID.'
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       DISPLAY 'El empleado esta dado de baja.'
                   ELSE
                       MOVE 'S' TO EMPLEADO-HAB-VALIDO
                   END-IF
           END-READ.

      *    El codigo debe estar en el catalogo y activo; sin catalogo
      *    no hay contra que validar y la captura se abandona.
       OBTENER-HABILIDAD.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-ENTRADA.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-ENTRADA)
               TO HABILIDAD-ENTRADA.
           OPEN INPUT HABILIDADES-ARCHIVO.
           IF HABILIDADES-STATUS NOT = '00'
               DISPLAY 'No hay catalogo de habilidades; darlas de '
                   'alta en HABILIDADES-MASTER.'
               MOVE 'X' TO HABILIDAD-VALIDA
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
                           MOVE 'S' TO HABILIDAD-VALIDA
                       END-IF
               END-READ
           END-IF.
           CLOSE HABILIDADES-ARCHIVO.

       OBTENER-NIVEL-HABILIDAD.
           DISPLAY NIVEL-HAB-TXT.
           ACCEPT NIVEL-HAB-ENTRADA.
           IF NIVEL-HAB-ENTRADA >= '1' AND NIVEL-HAB-ENTRADA <= '5'
               MOVE NIVEL-HAB-ENTRADA TO EHB-NIVEL
               MOVE 'S' TO NIVEL-HAB-VALIDO
           ELSE
               DISPLAY 'Nivel invalido: introduce un digito de 1 a 5.'
           END-IF.

      *    Misma validacion de calendario que el resto de las
      *    capturas; la evaluacion no puede estar en el futuro.
       OBTENER-FECHA-EVALUACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-VAL.
           DISPLAY FECHA-EVAL-TXT.
           ACCEPT FECHA-EVAL-ENTRADA.
           IF FECHA-EVAL-ENTRADA = SPACES
               MOVE FECHA-HOY-VAL TO EHB-FECHA-EVALUACION
               MOVE 'S' TO FECHA-EVAL-VALIDA
           ELSE
               IF FECHA-EVAL-ENTRADA IS NUMERIC
                   MOVE FECHA-EVAL-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
                   EVALUATE TRUE
                       WHEN FECHA-CALENDARIO-OK = 'N'
                           DISPLAY 'Fecha invalida: mes o dia fuera '
                               'de calendario.'
                       WHEN FECHA-EVALUADA > FECHA-HOY-VAL
                           DISPLAY 'La evaluacion no puede estar en '
                               'el futuro.'
                       WHEN OTHER
                           MOVE FECHA-EVALUADA
                               TO EHB-FECHA-EVALUACION
                           MOVE 'S' TO FECHA-EVAL-VALIDA
                   END-EVALUATE
               ELSE
                   DISPLAY 'Fecha invalida: introduce solo digitos '
                       'AAAAMMDD.'
               END-IF
           END-IF.

      *    La clave empieza por el empleado: START en su primera
      *    habilidad y lectura secuencial mientras siga siendo el.
       LISTAR-HABILIDADES-EMPLEADO.
           DISPLAY ID-EMPLEADOS-TXT.
           ACCEPT EMPLEADO-HAB-BUSCADO.
           MOVE 'N' TO HABILIDAD-HALLADA.
           OPEN INPUT HABILIDADES-ARCHIVO.
           MOVE EMPLEADO-HAB-BUSCADO TO EHB-EMPLEADOS-ID.
           MOVE LOW-VALUES TO EHB-HABILIDAD.
           MOVE 'N' TO FIN-EMP-HAB.
           START EMP-HAB-ARCHIVO KEY IS NOT LESS THAN EHB-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-EMP-HAB
           END-START.
           PERFORM UNTIL FIN-EMP-HAB = 'S'
               READ EMP-HAB-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-EMP-HAB
                   NOT AT END
                       IF EHB-EMPLEADOS-ID NOT = EMPLEADO-HAB-BUSCADO
                           MOVE 'S' TO FIN-EMP-HAB
                       ELSE
                           MOVE 'S' TO HABILIDAD-HALLADA
                           PERFORM MOSTRAR-HABILIDAD-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HABILIDADES-ARCHIVO.
           IF HABILIDAD-HALLADA = 'N'
               DISPLAY 'No hay habilidades registradas para ese ID.'
           END-IF.

       MOSTRAR-HABILIDAD-EMPLEADO.
           MOVE SPACES TO HAB-DESCRIPCION.
           IF HABILIDADES-STATUS = '00'
               MOVE EHB-HABILIDAD TO HAB-CODIGO
               READ HABILIDADES-ARCHIVO
                   INVALID KEY
                       MOVE SPACES TO HAB-DESCRIPCION
               END-READ
           END-IF.
           DISPLAY 'Habilidad: ' EHB-HABILIDAD ' ' HAB-DESCRIPCION
               ' nivel=' EHB-NIVEL
               ' evaluada=' EHB-FECHA-EVALUACION.

       QUITAR-HABILIDAD.
           DISPLAY ID-EMPLEADOS-TXT.
           ACCEPT EMPLEADO-HAB-BUSCADO.
           DISPLAY HABILIDAD-TXT.
           ACCEPT HABILIDAD-ENTRADA.
           MOVE EMPLEADO-HAB-BUSCADO TO EHB-EMPLEADOS-ID.
           MOVE FUNCTION UPPER-CASE(HABILIDAD-ENTRADA)
               TO EHB-HABILIDAD.
           READ EMP-HAB-ARCHIVO
               INVALID KEY
                   DISPLAY 'El empleado no tiene esa habilidad.'
               NOT INVALID KEY
                   DELETE EMP-HAB-ARCHIVO RECORD
                       INVALID KEY
                           DISPLAY 'No se pudo quitar la habilidad.'
                       NOT INVALID KEY
                           DISPLAY 'Habilidad quitada.'
                   END-DELETE
           END-READ.

       MENU-AUTORIZACIONES.
           DISPLAY '14.1) Registrar o renovar un documento'.
           DISPLAY '14.2) Consultar nacionalidad y documentos'.
           DISPLAY '14.3) Cambiar la nacionalidad'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM REGISTRAR-DOCUMENTO
               WHEN '2'
                   PERFORM CONSULTAR-AUTORIZACION
               WHEN '3'
                   PERFORM CAMBIAR-NACIONALIDAD
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.
           PERFORM REINICIAR.

      *    Un documento por empleado y tipo: la renovacion reemplaza
      *    numero y fechas del anterior del mismo tipo.
       REGISTRAR-DOCUMENTO.
           PERFORM LEER-EMPLEADO-AUTORIZACION.
           IF EMPLEADO-AUT-VALIDO = 'S'
               MOVE 'N' TO DOCUMENTO-VALIDO
               PERFORM CAPTURAR-DOCUMENTO
                   UNTIL DOCUMENTO-VALIDO NOT = 'N'
               IF DOCUMENTO-VALIDO = 'S'
                   PERFORM GRABAR-DOCUMENTO
               END-IF
           END-IF.

      *    Captura de un documento para EMPLEADOS-ID; solo se acepta
      *    vigente (emitido a mas tardar hoy, vence despues de hoy).
      *    ENTER en el tipo abandona la captura.
       LEER-EMPLEADO-AUTORIZACION.
           MOVE 'N' TO EMPLEADO-AUT-VALIDO.
           DISPLAY ID-EMPLEADOS-TXT.
           ACCEPT EMPLEADO-AUT-BUSCADO.
           MOVE EMPLEADO-AUT-BUSCADO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con ese ID.'
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       DISPLAY 'El empleado esta dado de baja.'
                   ELSE
                       MOVE 'S' TO EMPLEADO-AUT-VALIDO
                   END-IF
           END-READ.

       CAPTURAR-DOCUMENTO.
           MOVE EMPLEADOS-ID TO AUT-EMPLEADOS-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-VAL.
           DISPLAY TIPO-DOC-TXT.
           DISPLAY '(ENTER sin tipo abandona la captura)'.
           ACCEPT TIPO-DOC-ENTRADA.
           IF TIPO-DOC-ENTRADA = SPACES
               MOVE 'X' TO DOCUMENTO-VALIDO
           ELSE
               MOVE FUNCTION UPPER-CASE(TIPO-DOC-ENTRADA) TO AUT-TIPO
               IF TIPO-DOCUMENTO-VALIDO
                   PERFORM CAPTURAR-DATOS-DOCUMENTO
               ELSE
                   DISPLAY 'Tipo invalido: introduce VI, PT, RP u OT.'
               END-IF
           END-IF.

       CAPTURAR-DATOS-DOCUMENTO.
           DISPLAY NUMERO-DOC-TXT.
           ACCEPT AUT-NUMERO.
           DISPLAY PAIS-DOC-TXT.
           ACCEPT AUT-PAIS-EMISOR.
           MOVE FUNCTION UPPER-CASE(AUT-PAIS-EMISOR)
               TO AUT-PAIS-EMISOR.
           DISPLAY EMISION-DOC-TXT.
           ACCEPT FECHA-DOC-ENTRADA.
           PERFORM VALIDAR-FECHA-DOCUMENTO.
           MOVE FECHA-EVALUADA TO AUT-FECHA-EMISION.
           DISPLAY VENCE-DOC-TXT.
           ACCEPT FECHA-DOC-ENTRADA.
           PERFORM VALIDAR-FECHA-DOCUMENTO.
           MOVE FECHA-EVALUADA TO AUT-FECHA-VENCE.
           EVALUATE TRUE
               WHEN AUT-NUMERO = SPACES
                   DISPLAY 'El numero no puede quedar en blanco.'
               WHEN AUT-PAIS-EMISOR IS NOT ALPHABETIC OR
                       AUT-PAIS-EMISOR(1:1) = SPACE OR
                       AUT-PAIS-EMISOR(2:1) = SPACE
                   DISPLAY 'Pais emisor invalido: codigo de 2 letras.'
               WHEN AUT-FECHA-EMISION = ZERO
                   DISPLAY 'Fecha de emision invalida: AAAAMMDD de '
                       'calendario.'
               WHEN AUT-FECHA-EMISION > FECHA-HOY-VAL
                   DISPLAY 'La emision no puede estar en el futuro.'
               WHEN AUT-FECHA-VENCE = ZERO
                   DISPLAY 'Fecha de vencimiento invalida: AAAAMMDD '
                       'de calendario.'
               WHEN AUT-FECHA-VENCE NOT > FECHA-HOY-VAL
                   DISPLAY 'El documento ya vencio; no sirve como '
                       'autorizacion vigente.'
               WHEN OTHER
                   MOVE 'S' TO DOCUMENTO-VALIDO
           END-EVALUATE.

      *    Deja en FECHA-EVALUADA la fecha tecleada, o cero si no es
      *    una fecha de calendario.
       VALIDAR-FECHA-DOCUMENTO.
           IF FECHA-DOC-ENTRADA IS NUMERIC
               MOVE FECHA-DOC-ENTRADA TO FECHA-EVALUADA
               PERFORM VALIDAR-FECHA-CALENDARIO
               IF FECHA-CALENDARIO-OK = 'N'
                   MOVE ZERO TO FECHA-EVALUADA
               END-IF
           ELSE
               MOVE ZERO TO FECHA-EVALUADA
           END-IF.

       GRABAR-DOCUMENTO.
           WRITE AUTORIZACIONES-REGISTRO
               INVALID KEY
                   REWRITE AUTORIZACIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo guardar el documento.'
                       NOT INVALID KEY
                           DISPLAY 'Documento ' AUT-TIPO
                               ' renovado; vence el ' AUT-FECHA-VENCE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'Documento ' AUT-TIPO
                       ' registrado; vence el ' AUT-FECHA-VENCE
           END-WRITE.

       CONSULTAR-AUTORIZACION.
           DISPLAY ID-EMPLEADOS-TXT.
           ACCEPT EMPLEADO-AUT-BUSCADO.
           MOVE EMPLEADO-AUT-BUSCADO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con ese ID.'
               NOT INVALID KEY
                   PERFORM DETERMINAR-PAIS-TRABAJO
                   DISPLAY 'Nacionalidad: ' EMPLEADOS-NACIONALIDAD
                       '  pais de trabajo: ' PAIS-TRABAJO
                   PERFORM REVISAR-DOCUMENTOS
                   IF DOCUMENTO-HALLADO = 'N'
                       DISPLAY 'No hay documentos registrados.'
                   END-IF
                   PERFORM AVISAR-SIN-AUTORIZACION
           END-READ.

      *    Muestra los documentos de EMPLEADOS-ID (la clave empieza
      *    por el empleado) y deja AUTORIZACION-VIGENTE en 'S' si
      *    alguno no ha vencido.
       REVISAR-DOCUMENTOS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-VAL.
           MOVE 'N' TO DOCUMENTO-HALLADO AUTORIZACION-VIGENTE.
           MOVE EMPLEADOS-ID TO AUT-EMPLEADOS-ID.
           MOVE LOW-VALUES TO AUT-TIPO.
           MOVE 'N' TO FIN-AUTORIZACIONES.
           START AUTORIZACIONES-ARCHIVO KEY IS NOT LESS THAN AUT-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-AUTORIZACIONES
           END-START.
           PERFORM UNTIL FIN-AUTORIZACIONES = 'S'
               READ AUTORIZACIONES-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-AUTORIZACIONES
                   NOT AT END
                       IF AUT-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-AUTORIZACIONES
                       ELSE
                           PERFORM MOSTRAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-DOCUMENTO.
           MOVE 'S' TO DOCUMENTO-HALLADO.
           IF AUT-FECHA-VENCE < FECHA-HOY-VAL
               MOVE 'VENCIDO' TO ESTADO-DOCUMENTO
           ELSE
               MOVE 'VIGENTE' TO ESTADO-DOCUMENTO
               MOVE 'S' TO AUTORIZACION-VIGENTE
           END-IF.
           DISPLAY 'Documento: ' AUT-TIPO ' ' AUT-NUMERO
               ' emisor=' AUT-PAIS-EMISOR
               ' emitido=' AUT-FECHA-EMISION
               ' vence=' AUT-FECHA-VENCE ' ' ESTADO-DOCUMENTO.

       AVISAR-SIN-AUTORIZACION.
           IF EMPLEADOS-NACIONALIDAD NOT = SPACES AND
                   EMPLEADOS-NACIONALIDAD NOT = PAIS-TRABAJO AND
                   AUTORIZACION-VIGENTE = 'N'
               DISPLAY 'Aviso: sin autorizacion de trabajo vigente; '
                   'la nomina retiene su pago hasta registrar un '
                   'documento (opcion 14.1).'
           END-IF.

      *    Cambio de nacionalidad con su auditoria y journal, igual
      *    que MODIFICAR-REGISTRO.
       CAMBIAR-NACIONALIDAD.
           PERFORM LEER-EMPLEADO-AUTORIZACION.
           IF EMPLEADO-AUT-VALIDO = 'S'
               DISPLAY 'Actual: nacionalidad=' EMPLEADOS-NACIONALIDAD
               MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
               MOVE 'N' TO NACIONALIDAD-VALIDA
               PERFORM OBTENER-NACIONALIDAD
                   UNTIL NACIONALIDAD-VALIDA = 'S'
               REWRITE EMPLEADOS-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar el registro.'
                   NOT INVALID KEY
                       MOVE 'MODIFICACION' TO AUDITORIA-OPERACION
                       PERFORM REGISTRAR-AUDITORIA
                       PERFORM REGISTRAR-JOURNAL
                       DISPLAY 'Nacionalidad actualizada.'
                       PERFORM DETERMINAR-PAIS-TRABAJO
                       PERFORM REVISAR-DOCUMENTOS
                       PERFORM AVISAR-SIN-AUTORIZACION
               END-REWRITE
           END-IF.

       CONSULTAR-REGISTRO.
      *    Consulta de solo lectura por clave primaria (READ con
      *    INVALID KEY), sin modificar el registro encontrado.
           DISPLAY 'Introduce el ID del empleado a consultar:'.
           ACCEPT EMPLEADOS-ID.
           MOVE EMPLEADOS-ID TO ACT-ID-DESTINO.
           MOVE 'CONSULTA-ID' TO ACT-EVENTO.
           PERFORM REGISTRAR-ACTIVIDAD.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   PERFORM MOSTRAR-REGISTRO-ACTUAL
           END-READ.
           PERFORM REINICIAR.

       AGREGAR-REGISTROS.
           MOVE 'N' TO PANTALLA-CANCELADA.
           MOVE 'N' TO NO-RECONTRATAR-ENCONTRADO.
           MOVE SPACES TO POSICION-ENTRADA.
      *    La contratacion de un candidato va siempre por la forma
      *    completa, prellenada con sus datos.
           IF CONTRATACION-CANDIDATO = 'S'
               MOVE 'P' TO MODO-CAPTURA
           ELSE
               DISPLAY
                   'Captura (P=pantalla completa, T=linea a linea):'
               ACCEPT MODO-CAPTURA
               MOVE FUNCTION UPPER-CASE(MODO-CAPTURA) TO MODO-CAPTURA
           END-IF.
           IF MODO-CAPTURA = 'P'
               PERFORM CAPTURA-PANTALLA-COMPLETA
           ELSE
               MOVE 'N' TO ENTRADA
               PERFORM OBTENER-CAMPOS
               UNTIL ENTRADA = 'S'
           END-IF.
           IF PANTALLA-CANCELADA = 'S'
               DISPLAY 'Alta cancelada sin guardar.'
           ELSE
               PERFORM VERIFICAR-DUPLICADO-NOMBRE
               IF NOMBRE-DUPLICADO = 'S'
                   DISPLAY 'Aviso: ya existe un empleado con el mismo '
                       'nombre y apellidos. Verifique que no sea la '
                       'misma persona.'
               END-IF
               MOVE 'S' TO RECONTRATACION-AUTORIZADA
               IF NO-RECONTRATAR-ENCONTRADO = 'S'
                   DISPLAY 'Aviso: el nombre o el ID fiscal coincide '
                       'con el ex empleado ' ID-NO-RECONTRATABLE
                       ', marcado como no recontratable.'
                   PERFORM AUTORIZAR-RECONTRATACION
               END-IF
      *        En pantalla completa el operador ya confirmo con la
      *        tecla G de la forma; no se vuelve a preguntar.
               EVALUATE TRUE
                   WHEN RECONTRATACION-AUTORIZADA = 'N'
                       MOVE 'N' TO GUARDAR-REGISTRO
                       DISPLAY 'Alta cancelada sin guardar.'
                   WHEN MODO-CAPTURA = 'P'
                       MOVE 'S' TO GUARDAR-REGISTRO
                   WHEN OTHER
                       PERFORM CONFIRMAR-GUARDADO
               END-EVALUATE
               IF GUARDAR-REGISTRO = 'S'
      *            En pantalla completa la posicion y el grupo de pago
      *            se piden aqui (la forma no tiene campo propio); en
      *            linea a linea ya quedaron capturados en
      *            OBTENER-CAMPOS.
                   IF MODO-CAPTURA = 'P'
                       MOVE 'N' TO FTE-VALIDO
                       PERFORM OBTENER-FTE UNTIL FTE-VALIDO = 'S'
                   END-IF
      *            Al contratar un candidato la posicion no se pide:
      *            es la de su requisicion, que aun debe tener plaza
      *            para la jornada capturada.
                   IF CONTRATACION-CANDIDATO = 'S' AND
                           HAY-POSICIONES = 'S'
                       MOVE REQ-POSICION TO POSICION-ENTRADA
                       MOVE 'N' TO POSICION-VALIDA
                       PERFORM CALCULAR-FRACCION-FTE
                       PERFORM VALIDAR-POSICION
                       IF POSICION-VALIDA = 'N'
                           MOVE 'N' TO GUARDAR-REGISTRO
                           DISPLAY 'Alta cancelada sin guardar.'
                       END-IF
                   END-IF
                   IF MODO-CAPTURA = 'P' AND HAY-POSICIONES = 'S'
                           AND CONTRATACION-CANDIDATO = 'N'
                       MOVE 'N' TO POSICION-VALIDA
                       PERFORM OBTENER-POSICION
                           UNTIL POSICION-VALIDA = 'S'
                   END-IF
               END-IF
      *        Quien no es nacional del pais donde va a trabajar no
      *        se da de alta sin un documento de autorizacion vigente.
               IF GUARDAR-REGISTRO = 'S'
                   IF MODO-CAPTURA = 'P'
                       MOVE 'N' TO NACIONALIDAD-VALIDA
                       PERFORM OBTENER-NACIONALIDAD
                           UNTIL NACIONALIDAD-VALIDA = 'S'
                   END-IF
                   PERFORM EXIGIR-AUTORIZACION-ALTA
               END-IF
               IF GUARDAR-REGISTRO = 'S'
                   IF MODO-CAPTURA = 'P'
                       MOVE 'N' TO GRUPO-PAGO-VALIDO
                       PERFORM OBTENER-GRUPO-PAGO
                           UNTIL GRUPO-PAGO-VALIDO = 'S'
                       MOVE 'N' TO EMPRESA-VALIDA
                       PERFORM OBTENER-EMPRESA
                           UNTIL EMPRESA-VALIDA = 'S'
                   END-IF
                   IF MODO-CAPTURA = 'P' AND TIPO-PERMANENTE
                       MOVE 'N' TO BASE-PAGO-VALIDA
                       PERFORM OBTENER-BASE-PAGO
                           UNTIL BASE-PAGO-VALIDA = 'S'
                   END-IF
      *            El minimo legal depende de la jornada y la base,
      *            que en pantalla completa se piden recien aqui.
                   IF MODO-CAPTURA = 'P'
                       MOVE 'N' TO MINIMO-CUMPLIDO
                       PERFORM EXIGIR-SALARIO-MINIMO
                           UNTIL MINIMO-CUMPLIDO = 'S'
                   END-IF
                   PERFORM ESCRIBIR-REGISTRO
                   MOVE 'ALTA' TO HISTORICO-EVENTO
                   PERFORM REGISTRAR-HISTORICO
                   IF ALTA-GRABADA = 'S' AND DOCUMENTO-PENDIENTE = 'S'
                       PERFORM GRABAR-DOCUMENTO
                   END-IF
                   IF CONTRATACION-CANDIDATO = 'S' AND
                           ALTA-GRABADA = 'S'
                       PERFORM CERRAR-REQUISICION
                   END-IF
               END-IF
           END-IF.
           PERFORM REINICIAR.

      *    Alta de un candidato que acepto la oferta de una
      *    requisicion abierta (Requisiciones-136): la forma de
      *    captura sale prellenada con sus datos, el depto y el tipo
      *    de la requisicion y el salario ofrecido, y pasa por las
      *    mismas validaciones de un alta normal. El alta ocupa la
      *    posicion de la requisicion y la cierra como cubierta.
       CONTRATAR-CANDIDATO.
           IF HAY-POSICIONES = 'N'
               DISPLAY 'No existe posiciones.dat; las requisiciones '
                   'se abren sobre posiciones autorizadas.'
               PERFORM REINICIAR
           ELSE
               OPEN I-O REQUISICIONES-ARCHIVO
               OPEN I-O CANDIDATOS-ARCHIVO
               IF (REQUISICIONES-STATUS NOT = '00' AND
                       REQUISICIONES-STATUS NOT = '05') OR
                       (CANDIDATOS-STATUS NOT = '00' AND
                       CANDIDATOS-STATUS NOT = '05')
                   DISPLAY 'Error de archivo REQUISICIONES/CANDIDATOS.'
                       ' STATUS =' REQUISICIONES-STATUS ' '
                       CANDIDATOS-STATUS
                   PERFORM REINICIAR
               ELSE
                   PERFORM LEER-CANDIDATO
                   IF CANDIDATO-VALIDO = 'S'
                       MOVE 'S' TO CONTRATACION-CANDIDATO
                       PERFORM AGREGAR-REGISTROS
                       MOVE 'N' TO CONTRATACION-CANDIDATO
                   ELSE
                       PERFORM REINICIAR
                   END-IF
               END-IF
               CLOSE REQUISICIONES-ARCHIVO
               CLOSE CANDIDATOS-ARCHIVO
           END-IF.

       LEER-CANDIDATO.
           MOVE 'N' TO CANDIDATO-VALIDO.
           DISPLAY 'Numero de candidato:'.
           ACCEPT CANDIDATO-ENTRADA.
           IF CANDIDATO-ENTRADA IS NOT NUMERIC
               DISPLAY 'Numero invalido: 6 digitos.'
           ELSE
               MOVE CANDIDATO-ENTRADA TO CAN-ID
               READ CANDIDATOS-ARCHIVO
                   INVALID KEY
                       DISPLAY 'No existe ese candidato.'
                   NOT INVALID KEY
                       PERFORM VERIFICAR-CANDIDATO
               END-READ
           END-IF.

      *    Solo se contrata a quien acepto la oferta, una sola vez, y
      *    mientras su requisicion siga abierta y comprometida con el.
       VERIFICAR-CANDIDATO.
           MOVE CAN-REQUISICION TO REQ-ID.
           READ REQUISICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe la requisicion '
                       CAN-REQUISICION '.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CAN-ACEPTADA
                           DISPLAY 'El candidato no ha aceptado una '
                               'oferta.'
                       WHEN CAN-EMPLEADOS-ID NOT = ZERO
                           DISPLAY 'El candidato ya fue contratado '
                               'con el ID ' CAN-EMPLEADOS-ID '.'
                       WHEN NOT REQ-ABIERTA
                           DISPLAY 'La requisicion ' REQ-ID
                               ' ya no esta abierta.'
                       WHEN REQ-CANDIDATO NOT = CAN-ID
                           DISPLAY 'La requisicion ' REQ-ID
                               ' esta comprometida con el candidato '
                               REQ-CANDIDATO '.'
                       WHEN OTHER
                           DISPLAY 'Candidato ' CAN-NOMBRE ' '
                               CAN-APELLIDOS
                           DISPLAY 'Requisicion ' REQ-ID ' posicion '
                               REQ-POSICION ' depto '
                               REQ-DEPARTAMENTO
                           MOVE 'S' TO CANDIDATO-VALIDO
                   END-EVALUATE
           END-READ.

      *    El salario de la forma es en unidades enteras; la oferta
      *    se toma sin centavos.
       PRECARGAR-CANDIDATO.
           MOVE CAN-NOMBRE TO PANT-NOMBRE.
           MOVE CAN-APELLIDOS TO PANT-APELLIDOS.
           MOVE CAN-TELEFONO TO PANT-TELEFONO.
           MOVE CAN-PAIS TO PANT-PAIS.
           MOVE REQ-DEPARTAMENTO TO PANT-DEPARTAMENTO.
           MOVE REQ-TIPO TO PANT-TIPO.
           MOVE CAN-SALARIO-OFERTA TO SALARIO-OFERTA-ENTERO.
           MOVE SALARIO-OFERTA-ENTERO TO PANT-SALARIO.
           MOVE 'Datos del candidato: complete la forma y marque G.'
               TO PANT-MENSAJE.

      *    Alta confirmada: el candidato queda ligado a su ID de
      *    empleado y la requisicion se cierra como cubierta.
       CERRAR-REQUISICION.
           MOVE EMPLEADOS-ID TO CAN-EMPLEADOS-ID.
           REWRITE CANDIDATOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo actualizar el candidato '
                       CAN-ID '.'
           END-REWRITE.
           MOVE 'C' TO REQ-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REQ-FECHA-CIERRE.
           MOVE EMPLEADOS-ID TO REQ-EMPLEADOS-ID.
           REWRITE REQUISICIONES-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo cerrar la requisicion '
                       REQ-ID '.'
               NOT INVALID KEY
                   DISPLAY 'Requisicion ' REQ-ID ' cubierta por el '
                       'empleado ' EMPLEADOS-ID '.'
           END-REWRITE.

      *    Captura por pantalla completa: la forma se muestra y se
      *    ACCEPTa entera; si algo no valida, el error aparece en el
      *    renglon 22 y la misma forma vuelve con lo tecleado, para
      *    corregir un campo sin re-capturar el resto.
       CAPTURA-PANTALLA-COMPLETA.
           MOVE SPACES TO PANT-ID PANT-NOMBRE PANT-APELLIDOS
               PANT-EDAD PANT-TELEFONO PANT-CALLE PANT-CIUDAD
               PANT-REGION PANT-CODIGO-POSTAL PANT-PAIS
               PANT-DEPARTAMENTO PANT-SALARIO PANT-TIPO PANT-AGENCIA
               PANT-FECHA-FIN PANT-NACIMIENTO PANT-GERENTE
               PANT-GENERO PANT-CONFIRMA.
           MOVE '(auto)' TO PANT-ID.
           MOVE 'Complete los campos y marque G para guardar.'
               TO PANT-MENSAJE.
           IF CONTRATACION-CANDIDATO = 'S'
               PERFORM PRECARGAR-CANDIDATO
           END-IF.
           MOVE 'N' TO PANTALLA-VALIDA.
           PERFORM MOSTRAR-Y-VALIDAR-PANTALLA
               UNTIL PANTALLA-VALIDA = 'S'
           MOVE 'N' TO PANTALLA-VALIDA.
           MOVE FUNCTION UPPER-CASE(PANT-PAIS) TO PANT-PAIS.
           MOVE FUNCTION UPPER-CASE(PANT-TIPO) TO PANT-TIPO.
           MOVE FUNCTION UPPER-CASE(PANT-GENERO) TO PANT-GENERO.
           MOVE PANT-PAIS TO CODIGO-PAIS-TEMP.
           EVALUATE TRUE
               WHEN PANT-NOMBRE = SPACE OR
                   MOVE
                       'El codigo de depto no puede quedar en blanco.'
                       TO PANT-MENSAJE
               WHEN CONTRATACION-CANDIDATO = 'S' AND
                       PANT-DEPARTAMENTO NOT = REQ-DEPARTAMENTO
                   MOVE 'El depto debe ser el de la requisicion.'
                       TO PANT-MENSAJE
               WHEN PANT-SALARIO IS NOT NUMERIC
                   MOVE 'Salario: solo digitos.' TO PANT-MENSAJE
               WHEN PANT-TIPO NOT = 'P' AND PANT-TIPO NOT = 'C'
                   MOVE
                       'Gerente: solo digitos (000000 = sin gerente).'
                       TO PANT-MENSAJE
               WHEN PANT-GENERO NOT = 'F' AND
                       PANT-GENERO NOT = 'M' AND
                       PANT-GENERO NOT = 'X' AND
                       PANT-GENERO NOT = 'N'
                   MOVE 'Genero invalido: F, M, X o N.' TO PANT-MENSAJE
               WHEN OTHER
                   PERFORM VALIDAR-PANTALLA-FECHAS
           END-EVALUATE.
      *    El ID se deriva del tipo capturado en la forma, igual que
      *    en la captura linea a linea.
           MOVE PANT-TIPO TO EMPLEADOS-TIPO.
           MOVE 100 TO EMPLEADOS-FTE.
           PERFORM ASIGNAR-SIGUIENTE-ID.
           IF RANGO-LLENO = 'S'
               MOVE 'S' TO PANTALLA-CANCELADA
           MOVE PANT-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO.
           COMPUTE EMPLEADOS-SALARIO = FUNCTION NUMVAL(PANT-SALARIO).
           MOVE PANT-TIPO TO EMPLEADOS-TIPO.
           MOVE ZEROES TO EMPLEADOS-TARIFA-HORA.
           IF TIPO-CONTRATISTA
               MOVE PANT-AGENCIA TO CONT-AGENCIA
               MOVE PANT-FECHA-FIN TO CONT-FECHA-FIN-CONTRATO
           ELSE
               MOVE 'S' TO EMPLEADOS-BASE-PAGO
               MOVE EMPLEADOS-DATA-CADASTRO TO PERM-FECHA-CONTRATACION
           END-IF.
           MOVE PANT-NACIMIENTO TO EMPLEADOS-DATA-NASCIMENTO.
           MOVE PANT-GENERO TO EMPLEADOS-GENERO.
           IF PANT-GERENTE = SPACES
               MOVE ZEROES TO EMPLEADOS-GERENTE-ID
           ELSE
               ELSE
                   IF EMPLEADOS-NOMBRE = NOMBRE-NUEVO
                       MOVE 'S' TO NOMBRE-DUPLICADO
                       IF STATUS-INATIVO AND NO-RECONTRATABLE
                           MOVE 'S' TO NO-RECONTRATAR-ENCONTRADO
                           MOVE EMPLEADOS-ID TO ID-NO-RECONTRATABLE
                       END-IF
                   END-IF
                   READ EMPLEADOS-ARCHIVO NEXT RECORD
                       AT END
           PERFORM VALIDAR-SALARIO UNTIL SALARIO-VALIDO = 'S'.
           MOVE 'N' TO TIPO-VALIDO.
           PERFORM OBTENER-TIPO UNTIL TIPO-VALIDO = 'S'.
           MOVE 'N' TO FTE-VALIDO.
           PERFORM OBTENER-FTE UNTIL FTE-VALIDO = 'S'.
           PERFORM ASIGNAR-SIGUIENTE-ID.
           IF RANGO-LLENO = 'S'
      *        Sin ID libre en el rango del tipo: el alta se cancela
                   UNTIL ID-FISCAL-VALIDO = 'S'
               MOVE 'N' TO SITIO-VALIDO
               PERFORM OBTENER-SITIO UNTIL SITIO-VALIDO = 'S'
               MOVE 'N' TO NACIONALIDAD-VALIDA
               PERFORM OBTENER-NACIONALIDAD
                   UNTIL NACIONALIDAD-VALIDA = 'S'
               MOVE 'N' TO GENERO-CAPTURADO
               PERFORM OBTENER-GENERO UNTIL GENERO-CAPTURADO = 'S'
               MOVE 'N' TO GRUPO-PAGO-VALIDO
               PERFORM OBTENER-GRUPO-PAGO
                   UNTIL GRUPO-PAGO-VALIDO = 'S'
               MOVE 'N' TO EMPRESA-VALIDA
               PERFORM OBTENER-EMPRESA UNTIL EMPRESA-VALIDA = 'S'
               MOVE 'N' TO MINIMO-CUMPLIDO
               PERFORM EXIGIR-SALARIO-MINIMO
                   UNTIL MINIMO-CUMPLIDO = 'S'
               IF HAY-POSICIONES = 'S'
                   MOVE 'N' TO POSICION-VALIDA
                   PERFORM OBTENER-POSICION
      *    mismo departamento capturado y con plaza libre. La plaza
      *    se ocupa hasta que ESCRIBIR-REGISTRO confirma el alta.
       OBTENER-POSICION.
           PERFORM CALCULAR-FRACCION-FTE.
           DISPLAY POSICION-TXT.
           ACCEPT POSICION-ENTRADA.
           MOVE FUNCTION UPPER-CASE(POSICION-ENTRADA)
               TO POSICION-ENTRADA.
           PERFORM VALIDAR-POSICION.

       VALIDAR-POSICION.
           MOVE POSICION-ENTRADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                           DISPLAY 'La posicion es del depto '
                               POS-DEPARTAMENTO ', no de '
                               EMPLEADOS-DEPARTAMENTO '.'
                       WHEN POS-OCUPADAS + FTE-FRACCION >
                               POS-AUTORIZADAS
                           DISPLAY 'Sin plazas libres en esa '
                               'posicion.'
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

      *    Ocupa la plaza de la posicion capturada (en la fraccion
      *    de jornada del empleado) y liga al empleado con ella; se
      *    llama solo despues de que el WRITE del maestro quedo
      *    confirmado.
       OCUPAR-POSICION.
           PERFORM CALCULAR-FRACCION-FTE.
           MOVE POSICION-ENTRADA TO POS-ID.
           READ POSICIONES-ARCHIVO
               INVALID KEY
                   DISPLAY 'No se pudo ocupar la posicion '
                       POSICION-ENTRADA '.'
               NOT INVALID KEY
                   ADD FTE-FRACCION TO POS-OCUPADAS
                   REWRITE POSICIONES-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo ocupar la posicion '
                   END-REWRITE
           END-WRITE.

      *    La baja libera la fraccion de plaza que el empleado
      *    ocupaba.
       LIBERAR-POSICION.
           PERFORM CALCULAR-FRACCION-FTE.
           IF HAY-POSICIONES = 'S'
               MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID
               READ EMP-POS-ARCHIVO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF POS-OCUPADAS > FTE-FRACCION
                                   SUBTRACT FTE-FRACCION
                                       FROM POS-OCUPADAS
                               ELSE
                                   MOVE ZERO TO POS-OCUPADAS
                               END-IF
                               REWRITE POSICIONES-REGISTRO
                                   INVALID KEY
               END-READ
           END-IF.

      *    Jornada contratada en porcentaje de tiempo completo
      *    (001-100); ENTER deja tiempo completo.
       OBTENER-FTE.
           DISPLAY FTE-TXT.
           MOVE SPACES TO FTE-ENTRADA.
           ACCEPT FTE-ENTRADA.
           IF FTE-ENTRADA = SPACES
               MOVE 100 TO EMPLEADOS-FTE
               MOVE 'S' TO FTE-VALIDO
           ELSE
               PERFORM VALIDAR-FTE-ENTRADA
               IF FTE-VALIDO = 'S'
                   MOVE FTE-NUEVO TO EMPLEADOS-FTE
               END-IF
           END-IF.

       VALIDAR-FTE-ENTRADA.
           MOVE 'N' TO FTE-VALIDO.
           IF FTE-ENTRADA IS NOT NUMERIC
               DISPLAY 'Porcentaje invalido: introduce 3 digitos '
                   '(p.ej. 050).'
           ELSE
               MOVE FTE-ENTRADA TO FTE-NUEVO
               IF FTE-NUEVO = ZERO OR FTE-NUEVO > 100
                   DISPLAY 'El porcentaje debe estar entre 1 y 100.'
               ELSE
                   MOVE 'S' TO FTE-VALIDO
               END-IF
           END-IF.

      *    Registros anteriores al campo (cero o blanco) cuentan
      *    como tiempo completo.
       CALCULAR-FRACCION-FTE.
           IF EMPLEADOS-FTE IS NOT NUMERIC OR EMPLEADOS-FTE = ZERO
               MOVE 1 TO FTE-FRACCION
           ELSE
               COMPUTE FTE-FRACCION = EMPLEADOS-FTE / 100
           END-IF.

      *    Un cambio de jornada ajusta la plaza ocupada por la
      *    diferencia; si la posicion no tiene cupo para el aumento
      *    la jornada no se cambia.
       AJUSTAR-PLAZA-POR-FTE.
           MOVE EMPLEADOS-ID TO EPO-EMPLEADOS-ID.
           READ EMP-POS-ARCHIVO
               INVALID KEY
                   MOVE FTE-NUEVO TO EMPLEADOS-FTE
               NOT INVALID KEY
                   MOVE EPO-POSICION TO POS-ID
                   READ POSICIONES-ARCHIVO
                       INVALID KEY
                           MOVE FTE-NUEVO TO EMPLEADOS-FTE
                       NOT INVALID KEY
                           PERFORM APLICAR-DIFERENCIA-FTE
                   END-READ
           END-READ.

       APLICAR-DIFERENCIA-FTE.
           COMPUTE FTE-DIFERENCIA = (FTE-NUEVO - FTE-ANTERIOR) / 100.
           IF POS-OCUPADAS + FTE-DIFERENCIA > POS-AUTORIZADAS
               DISPLAY 'Sin cupo en la posicion ' POS-ID
                   ' para la nueva jornada; no se actualizo.'
           ELSE
               IF POS-OCUPADAS + FTE-DIFERENCIA < ZERO
                   MOVE ZERO TO POS-OCUPADAS
               ELSE
                   ADD FTE-DIFERENCIA TO POS-OCUPADAS
               END-IF
               REWRITE POSICIONES-REGISTRO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE FTE-NUEVO TO EMPLEADOS-FTE
           END-IF.

      *    Sitio de trabajo (el edificio donde la persona trabaja, no
      *    su domicilio): validado contra sitios.dat; sin maestro de
      *    sitios todavia se acepta cualquier codigo no blanco, igual
           END-IF.

       VERIFICAR-SITIO-EXISTE.
           MOVE SPACES TO PAIS-SITIO-HALLADO.
           OPEN INPUT SITIOS-ARCHIVO.
           IF SITIOS-STATUS = '05' OR SITIOS-STATUS = '35'
               MOVE 'S' TO SITIO-ENCONTRADO
                       NOT AT END
                           IF SIT-CODIGO = SITIO-ENTRADA
                               MOVE 'S' TO SITIO-ENCONTRADO
                               MOVE SIT-PAIS TO PAIS-SITIO-HALLADO
                               MOVE 'S' TO FIN-SITIOS
                           END-IF
                   END-READ
               CLOSE SITIOS-ARCHIVO
           END-IF.

      *    Nacionalidad: codigo de pais de 2 letras, sin lista
      *    cerrada (la persona puede ser de un pais donde no hay
      *    nomina).
       OBTENER-NACIONALIDAD.
           DISPLAY NACIONALIDAD-TXT.
           ACCEPT NACIONALIDAD-ENTRADA.
           MOVE FUNCTION UPPER-CASE(NACIONALIDAD-ENTRADA)
               TO NACIONALIDAD-ENTRADA.
           IF NACIONALIDAD-ENTRADA IS ALPHABETIC AND
                   NACIONALIDAD-ENTRADA(1:1) NOT = SPACE AND
                   NACIONALIDAD-ENTRADA(2:1) NOT = SPACE
               MOVE NACIONALIDAD-ENTRADA TO EMPLEADOS-NACIONALIDAD
               MOVE 'S' TO NACIONALIDAD-VALIDA
           ELSE
               DISPLAY 'Nacionalidad invalida: introduce el codigo '
                   'de pais de 2 letras.'
           END-IF.

      *    Genero declarado, para el reporte de equidad salarial.
       OBTENER-GENERO.
           DISPLAY GENERO-TXT.
           MOVE SPACE TO GENERO-ENTRADA.
           ACCEPT GENERO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(GENERO-ENTRADA) TO GENERO-ENTRADA.
           MOVE GENERO-ENTRADA TO EMPLEADOS-GENERO.
           IF GENERO-VALIDO
               MOVE 'S' TO GENERO-CAPTURADO
           ELSE
               DISPLAY 'Genero invalido: introduce F, M, X o N.'
           END-IF.

      *    Pais donde trabaja: el del sitio (sitios.dat); sin sitio
      *    capturado o sin maestro de sitios, el de la direccion.
       DETERMINAR-PAIS-TRABAJO.
           MOVE DIR-CODIGO-PAIS TO PAIS-TRABAJO.
           IF EMPLEADOS-SITIO NOT = SPACES
               MOVE EMPLEADOS-SITIO TO SITIO-ENTRADA
               PERFORM VERIFICAR-SITIO-EXISTE
               IF PAIS-SITIO-HALLADO NOT = SPACES
                   MOVE PAIS-SITIO-HALLADO TO PAIS-TRABAJO
               END-IF
           END-IF.

      *    El documento capturado queda en AUTORIZACIONES-REGISTRO y
      *    se graba despues de ESCRIBIR-REGISTRO, solo si el alta
      *    quedo guardada.
       EXIGIR-AUTORIZACION-ALTA.
           MOVE 'N' TO DOCUMENTO-PENDIENTE.
           PERFORM DETERMINAR-PAIS-TRABAJO.
           IF EMPLEADOS-NACIONALIDAD NOT = PAIS-TRABAJO
               DISPLAY 'Nacionalidad ' EMPLEADOS-NACIONALIDAD
                   ' distinta del pais de trabajo ' PAIS-TRABAJO
                   ': se requiere un documento de autorizacion de '
                   'trabajo vigente.'
               MOVE 'N' TO DOCUMENTO-VALIDO
               PERFORM CAPTURAR-DOCUMENTO
                   UNTIL DOCUMENTO-VALIDO NOT = 'N'
               IF DOCUMENTO-VALIDO = 'S'
                   MOVE 'S' TO DOCUMENTO-PENDIENTE
               ELSE
                   MOVE 'N' TO GUARDAR-REGISTRO
                   DISPLAY 'Alta cancelada sin guardar: falta la '
                       'autorizacion de trabajo.'
               END-IF
           END-IF.

      *    Grupo de pago (frecuencia y calendario con que cobra):
      *    blanco es el grupo mensual de siempre; cualquier otro
      *    codigo debe existir en grupos_pago.dat.
       OBTENER-GRUPO-PAGO.
           MOVE SPACES TO GRUPO-PAGO-ENTRADA.
           DISPLAY GRUPO-PAGO-TXT.
           ACCEPT GRUPO-PAGO-ENTRADA.
           MOVE FUNCTION UPPER-CASE(GRUPO-PAGO-ENTRADA)
               TO GRUPO-PAGO-ENTRADA.
           PERFORM VERIFICAR-GRUPO-EXISTE.
           IF GRUPO-PAGO-ENCONTRADO = 'S'
               MOVE GRUPO-PAGO-ENTRADA TO EMPLEADOS-GRUPO-PAGO
               MOVE 'S' TO GRUPO-PAGO-VALIDO
           ELSE
               DISPLAY 'El grupo no existe en grupos_pago.dat.'
           END-IF.

       VERIFICAR-GRUPO-EXISTE.
           MOVE 'N' TO GRUPO-PAGO-ENCONTRADO.
           IF GRUPO-PAGO-ENTRADA = SPACES
               MOVE 'S' TO GRUPO-PAGO-ENCONTRADO
           ELSE
               OPEN INPUT GRUPOS-ARCHIVO
               IF GRUPOS-STATUS = '05' OR GRUPOS-STATUS = '35'
                   CLOSE GRUPOS-ARCHIVO
               ELSE
                   MOVE 'N' TO FIN-GRUPOS
                   PERFORM UNTIL FIN-GRUPOS = 'S'
                       READ GRUPOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-GRUPOS
                           NOT AT END
                               IF GRP-CODIGO = GRUPO-PAGO-ENTRADA
                                   MOVE 'S' TO GRUPO-PAGO-ENCONTRADO
                                   MOVE 'S' TO FIN-GRUPOS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GRUPOS-ARCHIVO
               END-IF
           END-IF.

      *    Empresa empleadora (la razon social que contrata y paga):
      *    debe existir en empresas.dat; solo mientras no haya
      *    maestro de empresas se acepta en blanco.
       OBTENER-EMPRESA.
           MOVE SPACES TO EMPRESA-ENTRADA.
           DISPLAY EMPRESA-TXT.
           ACCEPT EMPRESA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(EMPRESA-ENTRADA)
               TO EMPRESA-ENTRADA.
           PERFORM VERIFICAR-EMPRESA-EXISTE.
           IF EMPRESA-ENCONTRADA = 'S'
               MOVE EMPRESA-ENTRADA TO EMPLEADOS-EMPRESA
               MOVE 'S' TO EMPRESA-VALIDA
           ELSE
               IF EMPRESA-ENTRADA = SPACES
                   DISPLAY 'La empresa empleadora es obligatoria.'
               ELSE
                   DISPLAY 'La empresa no existe en empresas.dat.'
               END-IF
           END-IF.

       VERIFICAR-EMPRESA-EXISTE.
           MOVE 'N' TO EMPRESA-ENCONTRADA.
           MOVE 'N' TO HAY-EMPRESAS.
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
                           MOVE 'S' TO HAY-EMPRESAS
                           IF EMPR-CODIGO = EMPRESA-ENTRADA
                               MOVE 'S' TO EMPRESA-ENCONTRADA
                               MOVE 'S' TO FIN-EMPRESAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-ARCHIVO
           END-IF.
           IF HAY-EMPRESAS = 'N' AND EMPRESA-ENTRADA = SPACES
               MOVE 'S' TO EMPRESA-ENCONTRADA
           END-IF.

      *    Identificador fiscal de la persona: el formato se valida
      *    segun DIR-CODIGO-PAIS (SSN de 9 digitos en US, NIF de 8
      *    digitos mas letra en ES, RFC de 12-13 en MX, CPF de 11
               PERFORM VERIFICAR-FISCAL-DUPLICADO
               IF ID-FISCAL-DUPLICADO = 'S'
                   DISPLAY 'Ese ID fiscal ya esta en el archivo.'
                   IF NO-RECONTRATAR-ENCONTRADO = 'S'
                       DISPLAY 'Es del ex empleado '
                           ID-NO-RECONTRATABLE ', marcado como no '
                           'recontratable; el alta pedira '
                           'autorizacion de un admin.'
                   END-IF
                   MOVE 'N' TO ID-FISCAL-VALIDO
               ELSE
                   MOVE ID-FISCAL-ENTRADA TO EMPLEADOS-ID-FISCAL
                                   GUARDA-REGISTRO-FISCAL(1:6)
                           MOVE 'S' TO ID-FISCAL-DUPLICADO
                           MOVE 'S' TO FIN-BUSQUEDA-FISCAL
                           IF STATUS-INATIVO AND NO-RECONTRATABLE
                               MOVE 'S' TO NO-RECONTRATAR-ENCONTRADO
                               MOVE EMPLEADOS-ID
                                   TO ID-NO-RECONTRATABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE 'P' TO EMPLEADOS-TIPO
                   MOVE EMPLEADOS-DATA-CADASTRO
                       TO PERM-FECHA-CONTRATACION
                   MOVE 'N' TO BASE-PAGO-VALIDA
                   PERFORM OBTENER-BASE-PAGO
                       UNTIL BASE-PAGO-VALIDA = 'S'
                   MOVE 'S' TO TIPO-VALIDO
               WHEN 'C'
                   MOVE 'C' TO EMPLEADOS-TIPO
                   MOVE SPACE TO EMPLEADOS-BASE-PAGO
                   MOVE ZEROES TO EMPLEADOS-TARIFA-HORA
                   DISPLAY AGENCIA-TXT
                   ACCEPT CONT-AGENCIA
                   MOVE 'N' TO FECHA-FIN-VALIDA
                   DISPLAY 'Tipo invalido: introduce P o C.'
           END-EVALUATE.

      *    El permanente cobra por sueldo mensual (EMPLEADOS-SALARIO)
      *    o por hora: en ese caso RecibosNomina-21 le paga las horas
      *    aprobadas de horas.dat a la tarifa capturada aqui.
       OBTENER-BASE-PAGO.
           DISPLAY BASE-PAGO-TXT.
           MOVE SPACE TO BASE-PAGO-ENTRADA.
           ACCEPT BASE-PAGO-ENTRADA.
           EVALUATE FUNCTION UPPER-CASE(BASE-PAGO-ENTRADA)
               WHEN 'S'
               WHEN SPACE
                   MOVE 'S' TO EMPLEADOS-BASE-PAGO
                   MOVE ZEROES TO EMPLEADOS-TARIFA-HORA
                   MOVE 'S' TO BASE-PAGO-VALIDA
               WHEN 'H'
                   MOVE 'H' TO EMPLEADOS-BASE-PAGO
                   MOVE 'N' TO TARIFA-HORA-VALIDA
                   PERFORM OBTENER-TARIFA-HORA
                       UNTIL TARIFA-HORA-VALIDA = 'S'
                   MOVE 'S' TO BASE-PAGO-VALIDA
               WHEN OTHER
                   DISPLAY 'Base invalida: introduce S o H.'
           END-EVALUATE.

       OBTENER-TARIFA-HORA.
           DISPLAY TARIFA-HORA-TXT.
           MOVE SPACES TO TARIFA-HORA-ENTRADA.
           ACCEPT TARIFA-HORA-ENTRADA.
           IF TARIFA-HORA-ENTRADA IS NOT NUMERIC
               DISPLAY 'Tarifa invalida: introduce solo digitos.'
           ELSE
               COMPUTE EMPLEADOS-TARIFA-HORA =
                   FUNCTION NUMVAL(TARIFA-HORA-ENTRADA) / 100
               IF EMPLEADOS-TARIFA-HORA = ZERO
                   DISPLAY 'La tarifa por hora no puede ser cero.'
               ELSE
                   MOVE 'S' TO TARIFA-HORA-VALIDA
               END-IF
           END-IF.

      *    La fecha de fin de contrato debe ser fecha real de
      *    calendario y no anterior a la fecha de alta.
       OBTENER-FECHA-FIN.
               MOVE 'S' TO SALARIO-VALIDO
           END-IF.

      *    Salario minimo legal (salario_minimo.dat) del pais y
      *    region donde trabaja, a hoy y prorrateado por la jornada:
      *    mientras quede debajo se vuelve a pedir el salario, o la
      *    tarifa si cobra por hora. Los contratistas no se comparan.
       EXIGIR-SALARIO-MINIMO.
           PERFORM VERIFICAR-SALARIO-MINIMO.
           IF SMC-BAJO-MINIMO
               IF PAGO-POR-HORA
                   DISPLAY 'Tarifa por hora debajo del minimo legal de '
                       SMC-PAIS-LEY ' (' SMC-MINIMO-HORA
                       ', vigente desde ' SMC-FECHA-VIGENCIA ').'
                   MOVE 'N' TO TARIFA-HORA-VALIDA
                   PERFORM OBTENER-TARIFA-HORA
                       UNTIL TARIFA-HORA-VALIDA = 'S'
               ELSE
                   DISPLAY 'Salario debajo del minimo legal de '
                       SMC-PAIS-LEY ' para su jornada ('
                       SMC-MINIMO-MENSUAL ', vigente desde '
                       SMC-FECHA-VIGENCIA ').'
                   DISPLAY SALARIO-TXT
                   ACCEPT SALARIO-ENTRADA
                   MOVE 'N' TO SALARIO-VALIDO
                   PERFORM VALIDAR-SALARIO UNTIL SALARIO-VALIDO = 'S'
               END-IF
           ELSE
               MOVE 'S' TO MINIMO-CUMPLIDO
           END-IF.

       VERIFICAR-SALARIO-MINIMO.
           MOVE DIR-CODIGO-PAIS TO SMC-PAIS.
           MOVE DIR-REGION TO SMC-REGION.
           MOVE EMPLEADOS-SITIO TO SMC-SITIO.
           MOVE EMPLEADOS-TIPO TO SMC-TIPO.
           MOVE EMPLEADOS-BASE-PAGO TO SMC-BASE-PAGO.
           MOVE EMPLEADOS-FTE TO SMC-FTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SMC-FECHA.
           MOVE EMPLEADOS-SALARIO TO SMC-SALARIO.
           MOVE EMPLEADOS-TARIFA-HORA TO SMC-TARIFA-HORA.
           CALL 'VERIFICAR-MINIMO' USING SALARIO-MINIMO-CONSULTA.

       CONTINUAR.
           MOVE 'S' TO ENTRADA.
           IF  EMPLEADOS-NOMBRE = SPACE
           MOVE 'N' TO ENTRADA.

       ESCRIBIR-REGISTRO.
           MOVE 'N' TO ALTA-GRABADA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'Ya existe un empleado con el ID '
                       EMPLEADOS-ID '. Registro no guardado.'
               NOT INVALID KEY
                   MOVE 'S' TO ALTA-GRABADA
                   MOVE 'ALTA' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE SPACES TO JOURNAL-IMAGEN-ANTES
               NOT INVALID KEY
                   PERFORM MOSTRAR-REGISTRO-ACTUAL
                   MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES
                   MOVE EMPLEADOS-SALARIO TO SALARIO-APROBADO
                   MOVE EMPLEADOS-BASE-PAGO TO BASE-APROBADA
                   MOVE EMPLEADOS-TARIFA-HORA TO TARIFA-APROBADA
                   PERFORM SOLICITAR-CAMBIOS
                   MOVE 'N' TO MINIMO-CUMPLIDO
                   PERFORM EXIGIR-SALARIO-MINIMO
                       UNTIL MINIMO-CUMPLIDO = 'S'
                   IF EMPLEADOS-SALARIO NOT = SALARIO-APROBADO OR
                           EMPLEADOS-BASE-PAGO NOT = BASE-APROBADA OR
                           EMPLEADOS-TARIFA-HORA NOT = TARIFA-APROBADA
                       PERFORM CONTROLAR-CAMBIO-SALARIO
                   END-IF
                   REWRITE EMPLEADOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar el registro.'
           END-READ.
           PERFORM REINICIAR.

      *    Una baja de sueldo o de tarifa por hora, un aumento por
      *    encima del limite o un cambio de base de pago no se graba:
      *    el maestro se queda con el sueldo, la base y la tarifa
      *    aprobados y el cambio espera en salario_pendiente.dat a
      *    otro admin (el resto de los cambios de la pantalla si se
      *    graban). La base en blanco de registros anteriores al
      *    campo cuenta como sueldo.
       CONTROLAR-CAMBIO-SALARIO.
           MOVE 'E' TO CSA-ACCION.
           MOVE EMPLEADOS-ID TO CSA-EMPLEADOS-ID.
           MOVE 'M' TO CSA-ORIGEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CSA-FECHA-EFECTIVA.
           MOVE SALARIO-APROBADO TO CSA-SALARIO-ANTERIOR.
           MOVE EMPLEADOS-SALARIO TO CSA-SALARIO-NUEVO.
           MOVE LK-OPERADOR TO CSA-SOLICITANTE.
           MOVE SPACES TO CSA-MOTIVO.
           MOVE BASE-APROBADA TO CSA-BASE-ANTERIOR.
           IF CSA-BASE-ANTERIOR = SPACE
               MOVE 'S' TO CSA-BASE-ANTERIOR
           END-IF.
           MOVE EMPLEADOS-BASE-PAGO TO CSA-BASE-NUEVA.
           IF CSA-BASE-NUEVA = SPACE
               MOVE 'S' TO CSA-BASE-NUEVA
           END-IF.
           MOVE TARIFA-APROBADA TO CSA-TARIFA-ANTERIOR.
           MOVE EMPLEADOS-TARIFA-HORA TO CSA-TARIFA-NUEVA.
           CALL 'SOLICITUD-SALARIO' USING CAMBIO-SALARIO-CONSULTA.
           IF CSA-REQUIERE-APROBACION
               DISPLAY 'Las bajas de salario o tarifa, los aumentos '
                   'de mas de ' CSA-PORCENTAJE-LIMITE '% y los '
                   'cambios de base de pago requieren aprobacion de '
                   'otro admin.'
               PERFORM UNTIL CSA-MOTIVO NOT = SPACES
                   DISPLAY MOTIVO-SALARIO-TXT
                   ACCEPT CSA-MOTIVO
               END-PERFORM
               MOVE 'C' TO CSA-ACCION
               CALL 'SOLICITUD-SALARIO' USING CAMBIO-SALARIO-CONSULTA
               MOVE SALARIO-APROBADO TO EMPLEADOS-SALARIO
               MOVE BASE-APROBADA TO EMPLEADOS-BASE-PAGO
               MOVE TARIFA-APROBADA TO EMPLEADOS-TARIFA-HORA
               IF CSA-ENCOLADO-OK
                   DISPLAY 'Cambio de salario pendiente de '
                       'aprobacion; se sigue pagando el aprobado.'
                   MOVE 'SOLI-SALARIO' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
               ELSE
                   DISPLAY 'El cambio de salario no se registro.'
               END-IF
           END-IF.

       MOSTRAR-REGISTRO-ACTUAL.
           DISPLAY 'Valores actuales:'.
           DISPLAY '  Nombre    : ' EMPLEADOS-NOMBRE.
           DISPLAY '  Direccion : ' DIR-CALLE ', ' DIR-CIUDAD ', '
               DIR-REGION ' ' DIR-CODIGO-POSTAL ' (' DIR-CODIGO-PAIS
               ')'.
           DISPLAY '  Nacional. : ' EMPLEADOS-NACIONALIDAD.
           DISPLAY '  Genero    : ' EMPLEADOS-GENERO.
           DISPLAY '  Depto     : ' EMPLEADOS-DEPARTAMENTO.
           MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO.
           MOVE EMPLEADOS-ID TO CSB-EMPLEADOS-ID.
           MOVE 'SALA' TO CSB-CLASE.
           MOVE SALARIO-EDITADO TO CSB-VALOR.
           PERFORM PREPARAR-CAMPO-SENSIBLE.
           DISPLAY '  Salario   : ' CSB-VALOR.
           DISPLAY '  Alta      : ' EMPLEADOS-DATA-CADASTRO.
           PERFORM CALCULAR-FRACCION-FTE.
           COMPUTE FTE-ANTERIOR = FTE-FRACCION * 100.
           DISPLAY '  Jornada % : ' FTE-ANTERIOR.
           IF EMPLEADOS-GRUPO-PAGO = SPACES
               DISPLAY '  Grupo pago: (mensual)'
           ELSE
               DISPLAY '  Grupo pago: ' EMPLEADOS-GRUPO-PAGO
           END-IF.
           IF EMPLEADOS-EMPRESA = SPACES
               DISPLAY '  Empresa   : (sin asignar)'
           ELSE
               DISPLAY '  Empresa   : ' EMPLEADOS-EMPRESA
           END-IF.
           IF TIPO-PERMANENTE
               IF PAGO-POR-HORA
                   MOVE EMPLEADOS-TARIFA-HORA TO TARIFA-EDITADA
                   MOVE 'SALA' TO CSB-CLASE
                   MOVE TARIFA-EDITADA TO CSB-VALOR
                   PERFORM PREPARAR-CAMPO-SENSIBLE
                   DISPLAY '  Base pago : por hora, tarifa '
                       CSB-VALOR
               ELSE
                   DISPLAY '  Base pago : sueldo'
               END-IF
           END-IF.
           IF EMPLEADOS-GERENTE-ID = ZEROES
               DISPLAY '  Gerente   : (sin gerente)'
           ELSE
               DISPLAY '  Gerente   : ' EMPLEADOS-GERENTE-ID
           END-IF.
           IF EMPLEADOS-ID-FISCAL NOT = SPACES
               MOVE 'FISC' TO CSB-CLASE
               MOVE EMPLEADOS-ID-FISCAL TO CSB-VALOR
               PERFORM PREPARAR-CAMPO-SENSIBLE
               DISPLAY '  ID fiscal : ' CSB-VALOR
           END-IF.

      *    El que llama deja la clase, la persona y el dato editado
      *    en CAMPO-SENSIBLE; vuelve en CSB-VALOR tal como lo puede
      *    ver el operador firmado (y la vista completa queda en
      *    actividad.dat).
       PREPARAR-CAMPO-SENSIBLE.
           MOVE LK-OPERADOR TO CSB-OPERADOR.
           MOVE LK-NIVEL TO CSB-NIVEL.
           CALL 'ENMASCARAR-CAMPO' USING CAMPO-SENSIBLE.

       SOLICITAR-CAMBIOS.
           MOVE SPACE TO TELEFONO-TEMP CALLE-TEMP CIUDAD-TEMP
                       'se actualizo.'
               END-IF
           END-IF.
      *    Grupo de pago; un punto (.) regresa al grupo mensual.
           MOVE SPACES TO GRUPO-PAGO-ENTRADA.
           DISPLAY 'Nuevo grupo de pago (ENTER para no cambiar, . = '
               'mensual):'.
           ACCEPT GRUPO-PAGO-ENTRADA.
           IF GRUPO-PAGO-ENTRADA NOT = SPACES
               IF GRUPO-PAGO-ENTRADA = '.'
                   MOVE SPACES TO GRUPO-PAGO-ENTRADA
               END-IF
               MOVE FUNCTION UPPER-CASE(GRUPO-PAGO-ENTRADA)
                   TO GRUPO-PAGO-ENTRADA
               PERFORM VERIFICAR-GRUPO-EXISTE
               IF GRUPO-PAGO-ENCONTRADO = 'S'
                   MOVE GRUPO-PAGO-ENTRADA TO EMPLEADOS-GRUPO-PAGO
               ELSE
                   DISPLAY 'El grupo no existe en grupos_pago.dat; '
                       'no se actualizo.'
               END-IF
           END-IF.
      *    Empresa empleadora (blanco en registros anteriores al
      *    campo); el cambio de empresa rige desde la siguiente
      *    corrida.
           MOVE SPACES TO EMPRESA-ENTRADA.
           DISPLAY 'Nueva empresa empleadora (ENTER para no cambiar):'.
           ACCEPT EMPRESA-ENTRADA.
           IF EMPRESA-ENTRADA NOT = SPACES
               MOVE FUNCTION UPPER-CASE(EMPRESA-ENTRADA)
                   TO EMPRESA-ENTRADA
               PERFORM VERIFICAR-EMPRESA-EXISTE
               IF EMPRESA-ENCONTRADA = 'S'
                   MOVE EMPRESA-ENTRADA TO EMPLEADOS-EMPRESA
               ELSE
                   DISPLAY 'La empresa no existe en empresas.dat; '
                       'no se actualizo.'
               END-IF
           END-IF.
      *    Base de pago y tarifa, solo para permanentes.
           IF TIPO-PERMANENTE
               MOVE SPACE TO BASE-PAGO-ENTRADA
               DISPLAY 'Nueva base de pago (ENTER para no cambiar, '
                   'S=sueldo, H=por hora):'
               ACCEPT BASE-PAGO-ENTRADA
               EVALUATE FUNCTION UPPER-CASE(BASE-PAGO-ENTRADA)
                   WHEN SPACE
                       CONTINUE
                   WHEN 'S'
                       MOVE 'S' TO EMPLEADOS-BASE-PAGO
                       MOVE ZEROES TO EMPLEADOS-TARIFA-HORA
                   WHEN 'H'
                       MOVE 'H' TO EMPLEADOS-BASE-PAGO
                       MOVE 'N' TO TARIFA-HORA-VALIDA
                       PERFORM OBTENER-TARIFA-HORA
                           UNTIL TARIFA-HORA-VALIDA = 'S'
                   WHEN OTHER
                       DISPLAY 'Base invalida; no se actualizo.'
               END-EVALUATE
           END-IF.
      *    Genero declarado (blanco en registros anteriores al campo).
           MOVE SPACE TO GENERO-ENTRADA.
           DISPLAY 'Nuevo genero F/M/X/N (ENTER para no cambiar):'.
           ACCEPT GENERO-ENTRADA.
           IF GENERO-ENTRADA NOT = SPACE
               MOVE FUNCTION UPPER-CASE(GENERO-ENTRADA)
                   TO GENERO-ENTRADA
               IF GENERO-ENTRADA = 'F' OR GENERO-ENTRADA = 'M' OR
                       GENERO-ENTRADA = 'X' OR GENERO-ENTRADA = 'N'
                   MOVE GENERO-ENTRADA TO EMPLEADOS-GENERO
               ELSE
                   DISPLAY 'Genero invalido; no se actualizo.'
               END-IF
           END-IF.
      *    Sueldo mensual; el minimo legal se exige al terminar, con
      *    el pais, sitio, base y jornada ya cambiados.
           MOVE SPACES TO SALARIO-ENTRADA.
           DISPLAY 'Nuevo salario (ENTER para no cambiar):'.
           ACCEPT SALARIO-ENTRADA.
           IF SALARIO-ENTRADA NOT = SPACES
               IF SALARIO-ENTRADA IS NOT NUMERIC
                   DISPLAY 'Salario invalido: introduce solo digitos; '
                       'no se actualizo.'
               ELSE
                   COMPUTE EMPLEADOS-SALARIO =
                       FUNCTION NUMVAL(SALARIO-ENTRADA)
               END-IF
           END-IF.
      *    Jornada contratada; la plaza de la posicion sigue al
      *    cambio.
           MOVE SPACES TO FTE-ENTRADA.
           DISPLAY 'Nuevo porcentaje de jornada (ENTER para no '
               'cambiar):'.
           ACCEPT FTE-ENTRADA.
           IF FTE-ENTRADA NOT = SPACES
               PERFORM VALIDAR-FTE-ENTRADA
               IF FTE-VALIDO = 'S' AND FTE-NUEVO NOT = FTE-ANTERIOR
                   IF HAY-POSICIONES = 'S'
                       PERFORM AJUSTAR-PLAZA-POR-FTE
                   ELSE
                       MOVE FTE-NUEVO TO EMPLEADOS-FTE
                   END-IF
               END-IF
           END-IF.

       BAJA-REGISTRO.
           DISPLAY 'Introduce el ID del empleado a dar de baja:'.
                   IF STATUS-INATIVO
                       DISPLAY 'Ese empleado ya esta dado de baja.'
                   ELSE
                       PERFORM CAPTURAR-DATOS-BAJA
                       IF FECHA-BAJA > FECHA-HOY-VAL
                           PERFORM PROGRAMAR-BAJA
                       ELSE
                           PERFORM APLICAR-BAJA
                       END-IF
                   END-IF
           END-READ.
           PERFORM REINICIAR.

       APLICAR-BAJA.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES.
           MOVE 'I' TO EMPLEADOS-ACTIVO.
           MOVE FECHA-BAJA TO EMPLEADOS-BAJA-FECHA.
           MOVE MOTIVO-BAJA TO EMPLEADOS-BAJA-MOTIVO.
           MOVE RECONTRATABLE-BAJA TO EMPLEADOS-RECONTRATABLE.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo dar de baja.'
               NOT INVALID KEY
                   MOVE 'BAJA' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE 'BAJA' TO HISTORICO-EVENTO
                   STRING ' MOT=' MOTIVO-BAJA ' CL=' CLASE-BAJA
                       DELIMITED BY SIZE INTO HISTORICO-DETALLE
                   PERFORM REGISTRAR-HISTORICO
                   PERFORM REGISTRAR-JOURNAL
                   PERFORM CALCULAR-FINIQUITO
                   PERFORM LIBERAR-POSICION
                   PERFORM CANCELAR-BAJA-PROGRAMADA
                   DISPLAY 'Empleado dado de baja.'
           END-REWRITE.

      *    Ultimo dia, motivo (validado contra motivos_baja.dat; sin
      *    maestro se acepta cualquier codigo no blanco, igual que
      *    VERIFICAR-SITIO-EXISTE) y elegibilidad de recontratacion,
      *    que por omision toma la del motivo.
       CAPTURAR-DATOS-BAJA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-VAL.
           MOVE 'N' TO FECHA-BAJA-VALIDA.
           PERFORM OBTENER-FECHA-BAJA UNTIL FECHA-BAJA-VALIDA = 'S'.
           MOVE 'N' TO MOTIVO-BAJA-VALIDO.
           PERFORM OBTENER-MOTIVO-BAJA UNTIL MOTIVO-BAJA-VALIDO = 'S'.
           MOVE 'N' TO RECONTRATABLE-VALIDO.
           PERFORM OBTENER-RECONTRATABLE
               UNTIL RECONTRATABLE-VALIDO = 'S'.

       OBTENER-FECHA-BAJA.
           DISPLAY FECHA-BAJA-TXT.
           MOVE SPACES TO FECHA-BAJA-ENTRADA.
           ACCEPT FECHA-BAJA-ENTRADA.
           IF FECHA-BAJA-ENTRADA = SPACES
               MOVE FECHA-HOY-VAL TO FECHA-BAJA
               MOVE 'S' TO FECHA-BAJA-VALIDA
           ELSE
               IF FECHA-BAJA-ENTRADA IS NOT NUMERIC
                   DISPLAY 'Fecha invalida: introduce solo digitos '
                       'AAAAMMDD.'
               ELSE
                   MOVE FECHA-BAJA-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
                   IF FECHA-CALENDARIO-OK = 'S'
                       MOVE FECHA-EVALUADA TO FECHA-BAJA
                       MOVE 'S' TO FECHA-BAJA-VALIDA
                   ELSE
                       DISPLAY 'Fecha invalida: mes o dia fuera de '
                           'calendario.'
                   END-IF
               END-IF
           END-IF.

       OBTENER-MOTIVO-BAJA.
           DISPLAY MOTIVO-BAJA-TXT.
           MOVE SPACES TO MOTIVO-BAJA.
           ACCEPT MOTIVO-BAJA.
           MOVE FUNCTION UPPER-CASE(MOTIVO-BAJA) TO MOTIVO-BAJA.
           EVALUATE TRUE
               WHEN MOTIVO-BAJA(1:1) = '?'
                   PERFORM LISTAR-MOTIVOS-BAJA
               WHEN MOTIVO-BAJA = SPACES
                   DISPLAY 'El motivo de la baja es obligatorio.'
               WHEN OTHER
                   PERFORM VERIFICAR-MOTIVO-EXISTE
                   IF MOTIVO-ENCONTRADO = 'S'
                       MOVE 'S' TO MOTIVO-BAJA-VALIDO
                   ELSE
                       DISPLAY 'El motivo no existe en '
                           'motivos_baja.dat.'
                   END-IF
           END-EVALUATE.

       VERIFICAR-MOTIVO-EXISTE.
           MOVE SPACE TO CLASE-BAJA.
           MOVE 'S' TO RECONTRATABLE-BAJA.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-STATUS = '05' OR MOTIVOS-STATUS = '35'
               MOVE 'S' TO MOTIVO-ENCONTRADO
               CLOSE MOTIVOS-ARCHIVO
           ELSE
               MOVE 'N' TO MOTIVO-ENCONTRADO
               MOVE 'N' TO FIN-MOTIVOS
               PERFORM UNTIL FIN-MOTIVOS = 'S'
                   READ MOTIVOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOTIVOS
                       NOT AT END
                           IF MOT-CODIGO = MOTIVO-BAJA
                               MOVE 'S' TO MOTIVO-ENCONTRADO
                               MOVE 'S' TO FIN-MOTIVOS
                               MOVE MOT-CLASE TO CLASE-BAJA
                               MOVE MOT-RECONTRATABLE
                                   TO RECONTRATABLE-BAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOTIVOS-ARCHIVO
           END-IF.

       LISTAR-MOTIVOS-BAJA.
           OPEN INPUT MOTIVOS-ARCHIVO.
           IF MOTIVOS-STATUS = '05' OR MOTIVOS-STATUS = '35'
               DISPLAY 'No hay motivos_baja.dat; se acepta cualquier '
                   'codigo.'
           ELSE
               MOVE 'N' TO FIN-MOTIVOS
               PERFORM UNTIL FIN-MOTIVOS = 'S'
                   READ MOTIVOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-MOTIVOS
                       NOT AT END
                           DISPLAY '  ' MOT-CODIGO ' - '
                               MOT-DESCRIPCION ' (' MOT-CLASE ')'
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOTIVOS-ARCHIVO.

       OBTENER-RECONTRATABLE.
           DISPLAY RECONTRATABLE-TXT ' [' RECONTRATABLE-BAJA ']:'.
           MOVE SPACE TO RECONTRATABLE-ENTRADA.
           ACCEPT RECONTRATABLE-ENTRADA.
           EVALUATE FUNCTION UPPER-CASE(RECONTRATABLE-ENTRADA)
               WHEN SPACE
                   MOVE 'S' TO RECONTRATABLE-VALIDO
               WHEN 'S'
                   MOVE 'S' TO RECONTRATABLE-BAJA
                   MOVE 'S' TO RECONTRATABLE-VALIDO
               WHEN 'N'
                   MOVE 'N' TO RECONTRATABLE-BAJA
                   MOVE 'S' TO RECONTRATABLE-VALIDO
               WHEN OTHER
                   DISPLAY 'Responda S o N.'
           END-EVALUATE.

      *    Baja con ultimo dia futuro: queda pendiente en
      *    bajas_programadas.dat (una por empleado; recapturarla
      *    reemplaza la anterior) y el maestro no se toca hasta que
      *    APLICAR-BAJAS la aplica en la cadena nocturna.
       PROGRAMAR-BAJA.
           OPEN I-O BAJAS-PROG-ARCHIVO.
           IF BAJAS-PROG-STATUS = '35' OR BAJAS-PROG-STATUS = '05'
               OPEN OUTPUT BAJAS-PROG-ARCHIVO
               CLOSE BAJAS-PROG-ARCHIVO
               OPEN I-O BAJAS-PROG-ARCHIVO
           END-IF.
           MOVE EMPLEADOS-ID TO BPR-EMPLEADOS-ID.
           MOVE FECHA-BAJA TO BPR-FECHA-BAJA.
           MOVE MOTIVO-BAJA TO BPR-MOTIVO.
           MOVE CLASE-BAJA TO BPR-CLASE.
           MOVE RECONTRATABLE-BAJA TO BPR-RECONTRATABLE.
           MOVE 'P' TO BPR-ESTADO.
           MOVE FECHA-HOY-VAL TO BPR-FECHA-CAPTURA.
           MOVE LK-OPERADOR TO BPR-OPERADOR.
           MOVE SPACES TO BPR-NOTA.
           WRITE BAJAS-PROG-REGISTRO
               INVALID KEY
                   REWRITE BAJAS-PROG-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo programar la baja.'
                   END-REWRITE
           END-WRITE.
           CLOSE BAJAS-PROG-ARCHIVO.
           MOVE 'BAJA-PROGR' TO AUDITORIA-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
           DISPLAY 'Baja programada para el ' FECHA-BAJA
               '; se aplicara en la corrida nocturna de esa fecha.'.

      *    Una baja inmediata deja sin efecto la programada que
      *    hubiera para el mismo empleado.
       CANCELAR-BAJA-PROGRAMADA.
           OPEN I-O BAJAS-PROG-ARCHIVO.
           IF BAJAS-PROG-STATUS = '00'
               MOVE EMPLEADOS-ID TO BPR-EMPLEADOS-ID
               READ BAJAS-PROG-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAJA-PENDIENTE
                           MOVE 'X' TO BPR-ESTADO
                           MOVE 'REEMPLAZADA POR BAJA INMEDIATA'
                               TO BPR-NOTA
                           REWRITE BAJAS-PROG-REGISTRO
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
           CLOSE BAJAS-PROG-ARCHIVO.

      *    Jubilacion: confirma la edad de retiro del pais (la misma
      *    tabla que ProyeccionJubilacion-91; antes de cumplirla solo
      *    sigue con autorizacion de un admin), captura ultimo dia,
      *    inicio de la pension, consentimiento de contacto y plan de
      *    salud, y da la baja con motivo JUBI por el mismo camino
      *    que BAJA-REGISTRO (inmediata con finiquito, o programada
      *    si el ultimo dia es futuro). La persona queda en
      *    jubilados.dat en vez de perderse como cualquier baja.
       JUBILAR-REGISTRO.
           DISPLAY 'Introduce el ID del empleado a jubilar:'.
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN STATUS-INATIVO
                           DISPLAY 'Ese empleado ya esta dado de baja.'
                       WHEN NOT TIPO-PERMANENTE
                           DISPLAY 'Solo un permanente se jubila; al '
                               'contratista se le da de baja.'
                       WHEN OTHER
                           PERFORM CAPTURAR-DATOS-JUBILACION
                           IF JUBILACION-AUTORIZADA = 'S'
                               PERFORM APLICAR-JUBILACION
                           ELSE
                               DISPLAY 'Jubilacion cancelada.'
                           END-IF
                   END-EVALUATE
           END-READ.
           PERFORM REINICIAR.

       CAPTURAR-DATOS-JUBILACION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY-VAL.
           MOVE 'N' TO FECHA-BAJA-VALIDA.
           PERFORM OBTENER-FECHA-BAJA UNTIL FECHA-BAJA-VALIDA = 'S'.
           PERFORM VERIFICAR-ELEGIBILIDAD-JUBILACION.
           IF JUBILACION-AUTORIZADA = 'S'
               MOVE FECHA-BAJA TO INICIO-PENSION-DEFECTO
               MOVE 01 TO IPD-DIA
               IF IPD-MES = 12
                   MOVE 01 TO IPD-MES
                   ADD 1 TO IPD-ANO
               ELSE
                   ADD 1 TO IPD-MES
               END-IF
               MOVE 'N' TO JUBILACION-CAMPO-VALIDO
               PERFORM OBTENER-INICIO-PENSION
                   UNTIL JUBILACION-CAMPO-VALIDO = 'S'
               MOVE 'N' TO JUBILACION-CAMPO-VALIDO
               PERFORM OBTENER-CONSENTIMIENTO
                   UNTIL JUBILACION-CAMPO-VALIDO = 'S'
               MOVE 'N' TO JUBILACION-CAMPO-VALIDO
               PERFORM OBTENER-PLAN-JUBILADO
                   UNTIL JUBILACION-CAMPO-VALIDO = 'S'
           END-IF.

      *    Edad de jubilacion por pais; un pais fuera de la tabla
      *    usa 65. Sin fecha de nacimiento no se puede confirmar y se
      *    trata como anticipada.
       VERIFICAR-ELEGIBILIDAD-JUBILACION.
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
           MOVE 'S' TO JUBILACION-AUTORIZADA.
           MOVE 'N' TO JUBILACION-ANTICIPADA.
           IF EMPLEADOS-DATA-NASCIMENTO IS NOT NUMERIC OR
                   EMPLEADOS-DATA-NASCIMENTO = ZERO
               DISPLAY 'Aviso: sin fecha de nacimiento en el maestro '
                   'no se puede confirmar la edad de jubilacion.'
               MOVE 'S' TO JUBILACION-ANTICIPADA
           ELSE
               MOVE EMPLEADOS-DATA-NASCIMENTO TO FECHA-ELEGIBLE
               COMPUTE FEL-ANO = FEL-ANO + EDAD-JUBILACION
               IF FECHA-BAJA < FECHA-ELEGIBLE
                   DISPLAY 'Aviso: llega a la edad de jubilacion de '
                       'su pais (' EDAD-JUBILACION ') el '
                       FECHA-ELEGIBLE '.'
                   MOVE 'S' TO JUBILACION-ANTICIPADA
               ELSE
                   DISPLAY 'Elegible: cumplio ' EDAD-JUBILACION
                       ' anos el ' FECHA-ELEGIBLE '.'
               END-IF
           END-IF.
           IF JUBILACION-ANTICIPADA = 'S'
               PERFORM AUTORIZAR-JUBILACION
           END-IF.

      *    Mismo candado que AUTORIZAR-RECONTRATACION: solo un admin
      *    (nivel 3) y la autorizacion queda en la auditoria.
       AUTORIZAR-JUBILACION.
           MOVE 'N' TO JUBILACION-AUTORIZADA.
           IF LK-NIVEL < 3
               DISPLAY 'Solo un operador admin (nivel 3) puede '
                   'autorizar una jubilacion anticipada.'
           ELSE
               DISPLAY '¿Autoriza la jubilacion anticipada? (S/N)'
               MOVE SPACE TO RESPUESTA-AUTORIZA
               ACCEPT RESPUESTA-AUTORIZA
               IF RESPUESTA-AUTORIZA = 'S' OR RESPUESTA-AUTORIZA = 's'
                   MOVE 'S' TO JUBILACION-AUTORIZADA
                   MOVE 'AUTORIZA-JUB' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *    Por omision la pension arranca el primer dia del mes
      *    siguiente al ultimo dia trabajado.
       OBTENER-INICIO-PENSION.
           DISPLAY INICIO-PENSION-TXT INICIO-PENSION-DEFECTO '):'.
           MOVE SPACES TO FECHA-BAJA-ENTRADA.
           ACCEPT FECHA-BAJA-ENTRADA.
           IF FECHA-BAJA-ENTRADA = SPACES
               MOVE INICIO-PENSION-DEFECTO TO INICIO-PENSION
               MOVE 'S' TO JUBILACION-CAMPO-VALIDO
           ELSE
               IF FECHA-BAJA-ENTRADA IS NOT NUMERIC
                   DISPLAY 'Fecha invalida: introduce solo digitos '
                       'AAAAMMDD.'
               ELSE
                   MOVE FECHA-BAJA-ENTRADA TO FECHA-EVALUADA
                   PERFORM VALIDAR-FECHA-CALENDARIO
                   EVALUATE TRUE
                       WHEN FECHA-CALENDARIO-OK NOT = 'S'
                           DISPLAY 'Fecha invalida: mes o dia fuera '
                               'de calendario.'
                       WHEN FECHA-EVALUADA <= FECHA-BAJA
                           DISPLAY 'La pension empieza despues del '
                               'ultimo dia trabajado.'
                       WHEN OTHER
                           MOVE FECHA-EVALUADA TO INICIO-PENSION
                           MOVE 'S' TO JUBILACION-CAMPO-VALIDO
                   END-EVALUATE
               END-IF
           END-IF.

      *    Sin respuesta explicita no se guarda el contacto.
       OBTENER-CONSENTIMIENTO.
           DISPLAY CONSENTIMIENTO-TXT.
           MOVE SPACE TO CONSENTIMIENTO-ENTRADA.
           ACCEPT CONSENTIMIENTO-ENTRADA.
           EVALUATE FUNCTION UPPER-CASE(CONSENTIMIENTO-ENTRADA)
               WHEN 'S'
                   MOVE 'S' TO CONSENTIMIENTO-JUBILADO
                   MOVE 'S' TO JUBILACION-CAMPO-VALIDO
               WHEN 'N'
                   MOVE 'N' TO CONSENTIMIENTO-JUBILADO
                   MOVE 'S' TO JUBILACION-CAMPO-VALIDO
               WHEN OTHER
                   DISPLAY 'Responda S o N.'
           END-EVALUATE.

       OBTENER-PLAN-JUBILADO.
           DISPLAY PLAN-JUBILADO-TXT.
           MOVE SPACES TO PLAN-JUBILADO.
           MOVE SPACE TO NIVEL-JUBILADO.
           ACCEPT PLAN-JUBILADO.
           MOVE FUNCTION UPPER-CASE(PLAN-JUBILADO) TO PLAN-JUBILADO.
           IF PLAN-JUBILADO = SPACES
               MOVE 'S' TO JUBILACION-CAMPO-VALIDO
           ELSE
               PERFORM VERIFICAR-PLAN-EXISTE
               IF PLAN-ENCONTRADO = 'S'
                   PERFORM OBTENER-NIVEL-JUBILADO
                       UNTIL NIVEL-JUBILADO = 'I' OR
                           NIVEL-JUBILADO = 'F'
                   MOVE 'S' TO JUBILACION-CAMPO-VALIDO
               ELSE
                   DISPLAY 'El plan no existe en '
                       'planes_beneficios.dat.'
               END-IF
           END-IF.

       OBTENER-NIVEL-JUBILADO.
           DISPLAY NIVEL-JUBILADO-TXT.
           ACCEPT NIVEL-JUBILADO.
           MOVE FUNCTION UPPER-CASE(NIVEL-JUBILADO) TO NIVEL-JUBILADO.
           IF NIVEL-JUBILADO NOT = 'I' AND NIVEL-JUBILADO NOT = 'F'
               DISPLAY 'Responda I o F.'
           END-IF.

      *    Sin maestro de planes se acepta cualquier codigo, igual
      *    que VERIFICAR-MOTIVO-EXISTE.
       VERIFICAR-PLAN-EXISTE.
           OPEN INPUT PLANES-ARCHIVO.
           IF PLANES-STATUS = '05' OR PLANES-STATUS = '35'
               MOVE 'S' TO PLAN-ENCONTRADO
           ELSE
               MOVE 'N' TO PLAN-ENCONTRADO
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLANES-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           IF PLAN-CODIGO = PLAN-JUBILADO
                               MOVE 'S' TO PLAN-ENCONTRADO
                               MOVE 'S' TO FIN-PLANES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLANES-ARCHIVO.

      *    La baja sale con motivo JUBI (clase y recontratacion de
      *    motivos_baja.dat si esta dado de alta ahi). Con el ultimo
      *    dia futuro queda programada y el finiquito lo calcula
      *    APLICAR-BAJAS; el jubilado se registra desde ya.
       APLICAR-JUBILACION.
           MOVE 'JUBI' TO MOTIVO-BAJA.
           PERFORM VERIFICAR-MOTIVO-EXISTE.
           IF CLASE-BAJA = SPACE
               MOVE 'O' TO CLASE-BAJA
           END-IF.
           MOVE ZERO TO TOTAL-FINIQUITO.
           IF FECHA-BAJA > FECHA-HOY-VAL
               PERFORM PROGRAMAR-BAJA
           ELSE
               PERFORM APLICAR-BAJA
           END-IF.
           IF EMPLEADOS-STATUS = '00'
               PERFORM GRABAR-JUBILADO
           END-IF.

       GRABAR-JUBILADO.
           OPEN I-O JUBILADOS-ARCHIVO.
           IF JUBILADOS-STATUS = '35' OR JUBILADOS-STATUS = '05'
               OPEN OUTPUT JUBILADOS-ARCHIVO
               CLOSE JUBILADOS-ARCHIVO
               OPEN I-O JUBILADOS-ARCHIVO
           END-IF.
           MOVE SPACES TO JUBILADOS-REGISTRO.
           MOVE EMPLEADOS-ID TO JUB-EMPLEADOS-ID.
           MOVE EMPLEADOS-NOMBRE TO JUB-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO JUB-APELLIDOS.
           MOVE EMPLEADOS-ID-FISCAL TO JUB-ID-FISCAL.
           MOVE CONSENTIMIENTO-JUBILADO TO JUB-CONSENTIMIENTO.
           MOVE FECHA-HOY-VAL TO JUB-FECHA-CONSENTIMIENTO.
           IF JUB-CON-CONSENTIMIENTO
               MOVE EMPLEADOS-TELEFONO TO JUB-TELEFONO
               MOVE EMPLEADOS-DIRECCION TO JUB-DIRECCION
           END-IF.
           IF EMPLEADOS-DATA-NASCIMENTO IS NUMERIC
               MOVE EMPLEADOS-DATA-NASCIMENTO TO JUB-NACIMIENTO
           ELSE
               MOVE ZERO TO JUB-NACIMIENTO
           END-IF.
           MOVE EMPLEADOS-DEPARTAMENTO TO JUB-DEPARTAMENTO.
           MOVE EMPLEADOS-EMPRESA TO JUB-EMPRESA.
           IF PERM-FECHA-CONTRATACION IS NUMERIC AND
                   PERM-FECHA-CONTRATACION NOT = ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-INGRESO-JUB
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-INGRESO-JUB
           END-IF.
           MOVE FECHA-INGRESO-JUB TO JUB-FECHA-INGRESO.
           MOVE FECHA-BAJA TO JUB-FECHA-JUBILACION.
           MOVE INICIO-PENSION TO JUB-INICIO-PENSION.
      *    Anos cumplidos de servicio: la resta AAAAMMDD entre 10000
      *    trunca justo en el aniversario.
           IF FECHA-INGRESO-JUB IS NUMERIC AND
                   FECHA-INGRESO-JUB < FECHA-BAJA
               COMPUTE JUB-ANTIGUEDAD =
                   (FECHA-BAJA - FECHA-INGRESO-JUB) / 10000
           ELSE
               MOVE ZERO TO JUB-ANTIGUEDAD
           END-IF.
           MOVE EMPLEADOS-SALARIO TO JUB-SALARIO-FINAL.
           MOVE TOTAL-FINIQUITO TO JUB-FINIQUITO.
           MOVE JUBILACION-ANTICIPADA TO JUB-ANTICIPADA.
           MOVE PLAN-JUBILADO TO JUB-PLAN-SALUD.
           MOVE NIVEL-JUBILADO TO JUB-NIVEL-SALUD.
           MOVE LK-OPERADOR TO JUB-OPERADOR.
           MOVE FECHA-HOY-VAL TO JUB-FECHA-CAPTURA.
           WRITE JUBILADOS-REGISTRO
               INVALID KEY
                   REWRITE JUBILADOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo registrar al jubilado.'
                   END-REWRITE
           END-WRITE.
           CLOSE JUBILADOS-ARCHIVO.
           MOVE 'JUBILACION' TO AUDITORIA-OPERACION.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE 'JUBILACION' TO HISTORICO-EVENTO.
           STRING ' PENSION=' INICIO-PENSION
               DELIMITED BY SIZE INTO HISTORICO-DETALLE.
           PERFORM REGISTRAR-HISTORICO.
           DISPLAY 'Jubilado registrado en jubilados.dat; pension '
               'desde el ' INICIO-PENSION '.'.

      *    Alta o reingreso de un ex empleado marcado como no
      *    recontratable: solo sigue si un operador admin (nivel 3)
      *    lo autoriza expresamente, y la autorizacion queda en la
      *    auditoria.
       AUTORIZAR-RECONTRATACION.
           MOVE 'N' TO RECONTRATACION-AUTORIZADA.
           IF LK-NIVEL < 3
               DISPLAY 'Solo un operador admin (nivel 3) puede '
                   'autorizar la recontratacion.'
           ELSE
               DISPLAY '¿Autoriza continuar de todos modos? (S/N)'
               MOVE SPACE TO RESPUESTA-AUTORIZA
               ACCEPT RESPUESTA-AUTORIZA
               IF RESPUESTA-AUTORIZA = 'S' OR RESPUESTA-AUTORIZA = 's'
                   MOVE 'S' TO RECONTRATACION-AUTORIZADA
                   MOVE 'AUTORIZA-REC' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

      *    Liquidacion final al dar de baja: las vacaciones no
      *    tomadas a salario diario (base 30 de la casa), menos el
      *    saldo de prestamo y, donde la ley lo permite, el valor de
      *    los activos no devueltos (con su constancia de liberacion
      *    en liberacion_activos.txt), con un registro en
      *    finiquitos.dat, su
      *    constancia imprimible en finiquitos.txt, y el evento
      *    FINIQUITO junto a la linea BAJA del historico - lo que hoy
      *    se calcula a mano en papel. Los dias trabajados del
      *    periodo ya no entran aqui: RECIBOS-NOMINA los paga
      *    prorrateados en la corrida del periodo de la baja, asi que
      *    FIN-PRORRATA queda en cero para no pagarlos dos veces.
       CALCULAR-FINIQUITO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDITORIA-FECHA-HORA.
           COMPUTE SALARIO-DIARIO ROUNDED = EMPLEADOS-SALARIO / 30.
           MOVE ZERO TO DIAS-TRABAJADOS-MES.
           MOVE ZERO TO PRORRATA-CALCULADA.
           MOVE ZERO TO SALDO-VACACIONES.
           OPEN INPUT VACACIONES-ARCHIVO.
           IF VACACIONES-STATUS = '00'
               END-IF
               SUBTRACT SALDO-PRESTAMO FROM TOTAL-FINIQUITO
           END-IF.
      *    Constancia de liberacion de los activos que no devolvio;
      *    donde la ley lo permite su valor se descuenta, topado a lo
      *    que quede del total igual que el prestamo.
           PERFORM LIBERAR-ACTIVOS.
           OPEN EXTEND FINIQUITOS-ARCHIVO.
           MOVE EMPLEADOS-ID TO FIN-EMPLEADOS-ID.
           MOVE EMPLEADOS-BAJA-FECHA TO FIN-FECHA-BAJA.
           MOVE PRORRATA-CALCULADA TO FIN-PRORRATA.
           MOVE VALOR-VACACIONES TO FIN-VACACIONES.
           MOVE TOTAL-FINIQUITO TO FIN-TOTAL.
           DISPLAY 'Finiquito calculado: ' TOTAL-FINIQUITO
               ' (constancia en finiquitos.txt).'.

       LIBERAR-ACTIVOS.
           MOVE EMPLEADOS-ID TO LBA-EMPLEADOS-ID.
           MOVE EMPLEADOS-NOMBRE TO LBA-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO LBA-APELLIDOS.
           MOVE EMPLEADOS-SITIO TO LBA-SITIO.
           MOVE DIR-CODIGO-PAIS TO LBA-PAIS.
           MOVE EMPLEADOS-BAJA-FECHA TO LBA-FECHA-BAJA.
           CALL 'LIBERACION-ACTIVOS' USING LIBERACION-ACTIVOS.
           MOVE ZERO TO VALOR-ACTIVOS.
           IF LBA-PUEDE-DESCONTAR AND LBA-VALOR-PENDIENTE > ZERO
               MOVE LBA-VALOR-PENDIENTE TO VALOR-ACTIVOS
               IF VALOR-ACTIVOS > TOTAL-FINIQUITO
                   MOVE TOTAL-FINIQUITO TO VALOR-ACTIVOS
               END-IF
               SUBTRACT VALOR-ACTIVOS FROM TOTAL-FINIQUITO
           END-IF.

       IMPRIMIR-FINIQUITO.
           OPEN EXTEND FINIQUITO-IMPRESO.
           MOVE SPACES TO LINEA-FINIQUITO.
                  '  ' EMPLEADOS-NOMBRE
               DELIMITED BY SIZE INTO LINEA-FINIQUITO.
           WRITE LINEA-FINIQUITO.
           IF PRORRATA-CALCULADA > ZERO
               MOVE '  Parte proporcional del mes' TO FIN-DET-TEXTO
               MOVE PRORRATA-CALCULADA TO FIN-DET-IMPORTE
               MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE '  Vacaciones no tomadas' TO FIN-DET-TEXTO.
           MOVE VALOR-VACACIONES TO FIN-DET-IMPORTE.
           MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO.
               MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           IF VALOR-ACTIVOS > ZERO
               MOVE '  Menos activos no devueltos' TO FIN-DET-TEXTO
               MOVE VALOR-ACTIVOS TO FIN-DET-IMPORTE
               MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO
               WRITE LINEA-FINIQUITO
           END-IF.
           MOVE '  TOTAL A LIQUIDAR' TO FIN-DET-TEXTO.
           MOVE TOTAL-FINIQUITO TO FIN-DET-IMPORTE.
           MOVE LINEA-FIN-DETALLE TO LINEA-FINIQUITO.
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   MOVE 'S' TO RECONTRATACION-AUTORIZADA
                   IF STATUS-INATIVO AND NO-RECONTRATABLE
                       DISPLAY 'Aviso: este ex empleado esta marcado '
                           'como no recontratable (motivo '
                           EMPLEADOS-BAJA-MOTIVO ').'
                       PERFORM AUTORIZAR-RECONTRATACION
                   END-IF
                   EVALUATE TRUE
                       WHEN STATUS-ATIVO
                           DISPLAY 'Ese empleado ya esta activo.'
                       WHEN RECONTRATACION-AUTORIZADA = 'N'
                           DISPLAY 'Reingreso cancelado.'
                       WHEN OTHER
                           PERFORM APLICAR-REINGRESO
                   END-EVALUATE
           END-READ.
           PERFORM REINICIAR.

      *    El reingreso limpia los datos de la baja anterior; quedan
      *    en el journal y en la linea BAJA del historico.
       APLICAR-REINGRESO.
           MOVE EMPLEADOS-REGISTRO TO JOURNAL-IMAGEN-ANTES.
           MOVE 'A' TO EMPLEADOS-ACTIVO.
           MOVE ZEROES TO EMPLEADOS-BAJA-FECHA.
           MOVE SPACES TO EMPLEADOS-BAJA-MOTIVO.
           MOVE SPACE TO EMPLEADOS-RECONTRATABLE.
           REWRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   DISPLAY 'No se pudo recontratar.'
               NOT INVALID KEY
                   MOVE 'REINGRESO' TO AUDITORIA-OPERACION
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE 'REINGRESO' TO HISTORICO-EVENTO
                   PERFORM REGISTRAR-HISTORICO
                   PERFORM REGISTRAR-JOURNAL
           END-REWRITE.
           DISPLAY 'Empleado recontratado.'.

       REINICIAR.
      *    Vuelve a preguntar ante cualquier respuesta que no sea S/N
      *    en vez de asumir 'N' en silencio (req 019).
