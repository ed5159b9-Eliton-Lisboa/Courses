      ******************************************************************
      * Author:
      * Date:
      * Purpose: Plan de ahorro para el retiro (401(k) / pension):
      *          maestro de planes (plan_retiro.dat: porcentaje
      *          maximo que puede elegir el empleado, match de la
      *          empresa como porcentaje de lo aportado hasta un tope
      *          del bruto, calendario de adquisicion (vesting)
      *          gradual o de golpe en anos de servicio, si es antes
      *          de impuestos, y datos del proveedor), elecciones por
      *          empleado con fecha efectiva
      *          (elecciones_retiro.dat, clave ID + fecha), y los
      *          estados de saldo adquirido de las bajas
      *          (estado_retiro_bajas.txt) con la antiguedad de
      *          AniversariosServicio-35: fecha de contratacion mas
      *          los huecos BAJA->REINGRESO del historico. El
      *          descuento y el match los calcula RecibosNomina-21,
      *          que abona cuentas_retiro.dat; la remesa al proveedor
      *          la arma RemesaRetiro-112.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-RETIRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    Maestro indexado, para validar al empleado y su
      *    elegibilidad por tipo antes de registrar la eleccion.
           COPY 'Archivo-fisico.cbl'.

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

      *    Historial ALTA/BAJA/REINGRESO que escribe
      *    RegistrosIndexados-05 (REGISTRAR-HISTORICO).
           SELECT OPTIONAL HISTORICO-ARCHIVO
           ASSIGN TO 'empleados_historico.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORICO-STATUS.

           SELECT ESTADO-ARCHIVO
           ASSIGN TO 'estado_retiro_bajas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY 'Archivo-logico.cbl'.

       FD  PLAN-RETIRO-ARCHIVO.
           01  PLAN-RETIRO-REGISTRO.
               05  PLR-CODIGO PIC X(4).
               05  PLR-DESCRIPCION PIC X(30).
               05  PLR-ELECCION-MAXIMA PIC 9(3)V99.
      *            Porcentaje maximo del bruto que puede elegir el
      *            empleado; CERO = sin tope.
               05  PLR-MATCH-TASA PIC 9(3)V99.
      *            Porcentaje de lo aportado que iguala la empresa.
               05  PLR-MATCH-TOPE PIC 9(3)V99.
      *            Porcentaje del bruto hasta el que hay match.
               05  PLR-VESTING-TIPO PIC X.
      *            'G' = gradual (partes iguales por ano hasta
      *            VESTING-ANOS), 'C' = de golpe al cumplirlos.
                   88  VESTING-GRADUAL VALUE 'G'.
                   88  VESTING-DE-GOLPE VALUE 'C'.
               05  PLR-VESTING-ANOS PIC 99.
      *            Anos de servicio para el 100%; CERO = inmediato.
               05  PLR-ANTES-IMPUESTO PIC X.
      *            'S' = la aportacion rebaja la base gravable.
               05  PLR-ELEGIBLE PIC X.
      *            'P' = permanentes, 'C' = contratistas, 'A' = ambos
                   88  PLR-ELEGIBLE-PERM VALUE 'P' 'A'.
                   88  PLR-ELEGIBLE-CONT VALUE 'C' 'A'.
               05  PLR-PROVEEDOR PIC X(30).
               05  PLR-CODIGO-BANCO PIC X(8).
               05  PLR-CUENTA PIC X(20).
               05  PLR-CONTRATO PIC X(15).
      *            Numero de contrato del plan con el proveedor.

       FD  ELECCIONES-ARCHIVO.
           01  ELECCIONES-REGISTRO.
               05  ELR-CLAVE.
                   10  ELR-EMPLEADOS-ID PIC 9(6).
                   10  ELR-FECHA-EFECTIVA PIC 9(8).
               05  ELR-PLAN PIC X(4).
               05  ELR-PORCENTAJE PIC 9(3)V99.
      *            Porcentaje del bruto que aporta; CERO = suspende
      *            la aportacion desde la fecha efectiva.
               05  ELR-FECHA-CAPTURA PIC 9(8).

      *    Lo acumulado por el empleado y por la empresa; lo abona
      *    RecibosNomina-21 una vez por periodo.
       FD  CUENTAS-RETIRO-ARCHIVO.
           01  CUENTAS-RETIRO-REGISTRO.
               05  CTR-EMPLEADOS-ID PIC 9(6).
               05  CTR-PLAN PIC X(4).
               05  CTR-APORTE-EMPLEADO PIC S9(9)V99.
               05  CTR-APORTE-PATRON PIC S9(9)V99.
               05  CTR-ULTIMO-PERIODO PIC 9(6).
               05  CTR-FECHA-ALTA PIC 9(8).

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

       FD  ESTADO-ARCHIVO.
           01  LINEA-ESTADO PIC X(80).

       WORKING-STORAGE SECTION.
           01  ID-TXT PIC X(30)
               VALUE 'Introduce el ID del empleado: '.
           01  PLAN-TXT PIC X(28)
               VALUE 'Codigo del plan (4 car): '.
           01  PORCENTAJE-TXT PIC X(44)
               VALUE 'Porcentaje (5 digitos, 2 dec implicitos): '.
           01  FECHA-TXT PIC X(36)
               VALUE 'Fecha efectiva AAAAMMDD: '.

           01  SI-NO PIC X.
               88  RESPOSTA-SIM VALUE 'S'.
               88  RESPOSTA-NAO VALUE 'N'.
           01  OPCION-MENU PIC X.
           01  EMPLEADOS-STATUS PIC XX.
           01  PLAN-RETIRO-STATUS PIC XX.
           01  ELECCIONES-STATUS PIC XX.
           01  CUENTAS-RETIRO-STATUS PIC XX.
           01  HISTORICO-STATUS PIC XX.
           01  ESTADO-STATUS PIC XX.
           01  FIN-PLANES PIC X.
           01  FIN-ELECCIONES PIC X.
           01  FIN-CUENTAS PIC X.
           01  FIN-HISTORICO PIC X.
           01  EMPLEADO-EXISTE PIC X.
           01  PLAN-VALIDO PIC X.
           01  PLAN-HALLADO PIC X.
           01  PLAN-ENTRADA PIC X(4).
           01  CAMPO-VALIDO PIC X.
           01  ENTRADA-NUMERICA PIC X(12).
           01  ELECCION-EXISTE PIC X.
           01  FECHA-HOY PIC 9(8).
           01  TIPO-DEL-EMPLEADO PIC X.
           01  PORCENTAJE-ENTRADA PIC 9(3)V99.
           01  FECHA-ENTRADA PIC 9(8).
           01  TOTAL-ESTADOS PIC 9(5).

      *    Antiguedad para el vesting (mismo calculo que
      *    AniversariosServicio-35): contratacion corrida hacia
      *    adelante por los dias fuera de la empresa; la antiguedad
      *    de la baja se cuenta hasta su ultima BAJA.
           01  FECHA-CONTRATACION PIC 9(8).
           01  FECHA-HISTORICO-TXT PIC X(8).
           01  FECHA-HISTORICO PIC 9(8).
           01  DIAS-HUECOS PIC 9(7).
           01  DIAS-ULTIMA-BAJA PIC 9(7).
           01  HAY-BAJA-PENDIENTE PIC X.
           01  FECHA-ULTIMA-BAJA PIC 9(8).
           01  FECHA-FIN-SERVICIO PIC 9(8).
           01  FECHA-FIN-SERVICIO-R REDEFINES FECHA-FIN-SERVICIO.
               05  FFS-ANO PIC 9(4).
               05  FFS-MES-DIA PIC 9(4).
           01  FECHA-AJUSTADA PIC 9(8).
           01  FECHA-AJUSTADA-R REDEFINES FECHA-AJUSTADA.
               05  FAJ-ANO PIC 9(4).
               05  FAJ-MES-DIA PIC 9(4).
           01  ANOS-SERVICIO PIC S9(3).
           01  PORCENTAJE-ADQUIRIDO PIC 9(3)V99.
           01  PATRON-ADQUIRIDO PIC S9(9)V99.
           01  SALDO-ADQUIRIDO PIC S9(9)V99.
           01  SALDO-NO-ADQUIRIDO PIC S9(9)V99.

           01  LINEA-EST-CABECERA.
               05  FILLER PIC X(32)
                   VALUE 'ESTADO DE CUENTA DE RETIRO - ID '.
               05  EST-ID PIC 9(6).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EST-NOMBRE PIC X(40).

           01  LINEA-EST-PLAN.
               05  FILLER PIC X(7) VALUE '  Plan '.
               05  EST-PLAN PIC X(4).
               05  FILLER PIC X(1) VALUE SPACE.
               05  EST-DESCRIPCION PIC X(30).
               05  FILLER PIC X(11) VALUE ' vesting '.
               05  EST-VESTING-TIPO PIC X.
               05  FILLER PIC X(1) VALUE '/'.
               05  EST-VESTING-ANOS PIC Z9.
               05  FILLER PIC X(5) VALUE ' anos'.

           01  LINEA-EST-SERVICIO.
               05  FILLER PIC X(16) VALUE '  Contratacion '.
               05  EST-CONTRATACION PIC 9(8).
               05  FILLER PIC X(8) VALUE '  baja '.
               05  EST-BAJA PIC 9(8).
               05  FILLER PIC X(13) VALUE '  huecos dias'.
               05  EST-HUECOS PIC ZZZZZZ9.
               05  FILLER PIC X(8) VALUE '  anos= '.
               05  EST-ANOS PIC ZZ9.

           01  LINEA-EST-IMPORTE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  EST-TEXTO PIC X(40).
               05  EST-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.

           01  LINEA-EST-PORCENTAJE.
               05  FILLER PIC X(42)
                   VALUE '  Porcentaje adquirido de la empresa'.
               05  EST-PORCENTAJE PIC ZZ9.99.
               05  FILLER PIC X(2) VALUE ' %'.

           01  LINEA-SEPARADOR PIC X(70) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL RESPOSTA-NAO.
           PERFORM PROCEDIMIENTO-DE-CIERRE.

       PROGRAM-DONE.
           GOBACK.

       PROCEDIMIENTO-DE-APERTURA.
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
           OPEN I-O ELECCIONES-ARCHIVO.
           IF ELECCIONES-STATUS = '35' OR ELECCIONES-STATUS = '05'
               OPEN OUTPUT ELECCIONES-ARCHIVO
               CLOSE ELECCIONES-ARCHIVO
               OPEN I-O ELECCIONES-ARCHIVO
           END-IF.
           IF ELECCIONES-STATUS NOT = '00' AND
                   ELECCIONES-STATUS NOT = '05'
               DISPLAY 'Error de archivo ELECCIONES. STATUS ='
                   ELECCIONES-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.

       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE ELECCIONES-ARCHIVO.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un plan de retiro'.
           DISPLAY '2) Listar planes'.
           DISPLAY '3) Registrar la eleccion de un empleado'.
           DISPLAY '4) Consultar elecciones y cuenta de un empleado'.
           DISPLAY '5) Estados de saldo adquirido de las bajas'.
           DISPLAY '6) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-PLAN
               WHEN '2'
                   PERFORM LISTAR-PLANES
               WHEN '3'
                   PERFORM REGISTRAR-ELECCION
               WHEN '4'
                   PERFORM CONSULTAR-EMPLEADO
               WHEN '5'
                   PERFORM ESTADOS-DE-BAJAS
               WHEN '6'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-PLAN.
           MOVE SPACE TO PLAN-RETIRO-REGISTRO.
           DISPLAY PLAN-TXT.
           ACCEPT PLR-CODIGO.
           PERFORM UNTIL PLR-CODIGO NOT = SPACE
               DISPLAY 'El codigo no puede quedar en blanco.'
               DISPLAY PLAN-TXT
               ACCEPT PLR-CODIGO
           END-PERFORM.
           DISPLAY 'Descripcion del plan: '.
           ACCEPT PLR-DESCRIPCION.
           DISPLAY 'Eleccion maxima del empleado, % del bruto.'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'.
           MOVE PORCENTAJE-ENTRADA TO PLR-ELECCION-MAXIMA.
           DISPLAY 'Match: % de lo aportado que iguala la empresa.'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'.
           MOVE PORCENTAJE-ENTRADA TO PLR-MATCH-TASA.
           DISPLAY 'Tope del match, % del bruto.'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'.
           MOVE PORCENTAJE-ENTRADA TO PLR-MATCH-TOPE.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-VESTING UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ANTES-IMPUESTO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-ELEGIBLE UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY 'Proveedor del plan: '.
           ACCEPT PLR-PROVEEDOR.
           DISPLAY 'Codigo de banco del proveedor: '.
           ACCEPT PLR-CODIGO-BANCO.
           DISPLAY 'Cuenta del proveedor: '.
           ACCEPT PLR-CUENTA.
           DISPLAY 'Numero de contrato con el proveedor: '.
           ACCEPT PLR-CONTRATO.
           OPEN EXTEND PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS NOT = '00' AND
                   PLAN-RETIRO-STATUS NOT = '05'
               DISPLAY 'Error de archivo PLAN-RETIRO. STATUS ='
                   PLAN-RETIRO-STATUS
               STOP RUN
           END-IF.
           WRITE PLAN-RETIRO-REGISTRO.
           CLOSE PLAN-RETIRO-ARCHIVO.
           DISPLAY 'Plan ' PLR-CODIGO ' guardado.'.

       OBTENER-PORCENTAJE.
           DISPLAY PORCENTAJE-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               COMPUTE PORCENTAJE-ENTRADA =
                   FUNCTION NUMVAL(ENTRADA-NUMERICA) / 100
               IF PORCENTAJE-ENTRADA > 100
                   DISPLAY 'El porcentaje no puede pasar de 100.'
               ELSE
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           ELSE
               DISPLAY 'Porcentaje invalido: introduce solo digitos.'
           END-IF.

       OBTENER-VESTING.
           DISPLAY 'Vesting (G=gradual, C=de golpe): '.
           ACCEPT PLR-VESTING-TIPO.
           MOVE FUNCTION UPPER-CASE(PLR-VESTING-TIPO)
               TO PLR-VESTING-TIPO.
           IF VESTING-GRADUAL OR VESTING-DE-GOLPE
               DISPLAY 'Anos de servicio para el 100% (00-99): '
               ACCEPT ENTRADA-NUMERICA
               IF ENTRADA-NUMERICA(1:2) IS NUMERIC
                   MOVE ENTRADA-NUMERICA(1:2) TO PLR-VESTING-ANOS
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Anos invalidos: introduce dos digitos.'
               END-IF
           ELSE
               DISPLAY 'Valor invalido: introduce G o C.'
           END-IF.

       OBTENER-ANTES-IMPUESTO.
           DISPLAY 'Aportacion antes de impuestos (S/N): '.
           ACCEPT PLR-ANTES-IMPUESTO.
           MOVE FUNCTION UPPER-CASE(PLR-ANTES-IMPUESTO)
               TO PLR-ANTES-IMPUESTO.
           IF PLR-ANTES-IMPUESTO = 'S' OR PLR-ANTES-IMPUESTO = 'N'
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Valor invalido: introduce S o N.'
           END-IF.

       OBTENER-ELEGIBLE.
           DISPLAY 'Elegible (P=perm, C=contr, A=ambos): '.
           ACCEPT PLR-ELEGIBLE.
           EVALUATE FUNCTION UPPER-CASE(PLR-ELEGIBLE)
               WHEN 'P'
                   MOVE 'P' TO PLR-ELEGIBLE
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN 'C'
                   MOVE 'C' TO PLR-ELEGIBLE
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN 'A'
                   MOVE 'A' TO PLR-ELEGIBLE
                   MOVE 'S' TO CAMPO-VALIDO
               WHEN OTHER
                   DISPLAY 'Valor invalido: introduce P, C o A.'
           END-EVALUATE.

       LISTAR-PLANES.
           OPEN INPUT PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS = '05' OR PLAN-RETIRO-STATUS = '35'
               DISPLAY 'Todavia no hay planes capturados.'
               CLOSE PLAN-RETIRO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLAN-RETIRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           DISPLAY PLR-CODIGO ' - ' PLR-DESCRIPCION
                               ' max=' PLR-ELECCION-MAXIMA
                               ' match=' PLR-MATCH-TASA
                               ' tope=' PLR-MATCH-TOPE
                               ' vesting=' PLR-VESTING-TIPO
                               PLR-VESTING-ANOS
                               ' pre-imp=' PLR-ANTES-IMPUESTO
                   END-READ
               END-PERFORM
               CLOSE PLAN-RETIRO-ARCHIVO
           END-IF.

      *    Eleccion: el plan debe existir, el empleado ser elegible
      *    por su EMPLEADOS-TIPO y el porcentaje no pasar del maximo
      *    del plan. Una eleccion con la misma fecha efectiva se
      *    reemplaza; las demas quedan como historia.
       REGISTRAR-ELECCION.
           MOVE 'N' TO EMPLEADO-EXISTE.
           PERFORM OBTENER-EMPLEADO UNTIL EMPLEADO-EXISTE = 'S'.
           MOVE EMPLEADOS-TIPO TO TIPO-DEL-EMPLEADO.
           MOVE 'N' TO PLAN-VALIDO.
           PERFORM OBTENER-PLAN UNTIL PLAN-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE-ELEGIDO UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-FECHA-EFECTIVA UNTIL CAMPO-VALIDO = 'S'.
           MOVE EMPLEADOS-ID TO ELR-EMPLEADOS-ID.
           MOVE FECHA-ENTRADA TO ELR-FECHA-EFECTIVA.
           MOVE 'N' TO ELECCION-EXISTE.
           READ ELECCIONES-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO ELECCION-EXISTE
           END-READ.
           MOVE EMPLEADOS-ID TO ELR-EMPLEADOS-ID.
           MOVE FECHA-ENTRADA TO ELR-FECHA-EFECTIVA.
           MOVE PLAN-ENTRADA TO ELR-PLAN.
           MOVE PORCENTAJE-ENTRADA TO ELR-PORCENTAJE.
           MOVE FECHA-HOY TO ELR-FECHA-CAPTURA.
           IF ELECCION-EXISTE = 'S'
               REWRITE ELECCIONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo actualizar la eleccion.'
                   NOT INVALID KEY
                       DISPLAY 'Eleccion actualizada.'
               END-REWRITE
           ELSE
               WRITE ELECCIONES-REGISTRO
                   INVALID KEY
                       DISPLAY 'No se pudo guardar la eleccion.'
                   NOT INVALID KEY
                       DISPLAY 'Eleccion guardada, efectiva el '
                           ELR-FECHA-EFECTIVA '.'
               END-WRITE
           END-IF.

       OBTENER-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe un empleado con el ID '
                       EMPLEADOS-ID '.'
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       DISPLAY 'Ese empleado esta dado de baja.'
                   ELSE
                       MOVE 'S' TO EMPLEADO-EXISTE
                   END-IF
           END-READ.

       OBTENER-PLAN.
           DISPLAY PLAN-TXT.
           ACCEPT PLAN-ENTRADA.
           MOVE 'N' TO PLAN-HALLADO.
           OPEN INPUT PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS = '05' OR PLAN-RETIRO-STATUS = '35'
               DISPLAY 'No existe plan_retiro.dat; capture primero '
                   'el plan.'
               CLOSE PLAN-RETIRO-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLAN-RETIRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           IF PLR-CODIGO = PLAN-ENTRADA
                               MOVE 'S' TO FIN-PLANES
                               MOVE 'S' TO PLAN-HALLADO
                               IF (TIPO-DEL-EMPLEADO = 'P' AND
                                       PLR-ELEGIBLE-PERM) OR
                                   (TIPO-DEL-EMPLEADO = 'C' AND
                                       PLR-ELEGIBLE-CONT)
                                   MOVE 'S' TO PLAN-VALIDO
                               ELSE
                                   DISPLAY 'El empleado no es '
                                       'elegible para ese plan.'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-RETIRO-ARCHIVO
               IF PLAN-VALIDO = 'N'
                   DISPLAY 'Plan no valido para este empleado.'
               END-IF
           END-IF.

      *    El registro del plan sigue en el area del archivo tras
      *    OBTENER-PLAN: de ahi sale el maximo elegible.
       OBTENER-PORCENTAJE-ELEGIDO.
           DISPLAY 'Porcentaje del bruto que aporta (00000 = '
               'suspender).'.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PORCENTAJE UNTIL CAMPO-VALIDO = 'S'.
           IF PLR-ELECCION-MAXIMA > ZERO AND
                   PORCENTAJE-ENTRADA > PLR-ELECCION-MAXIMA
               DISPLAY 'El plan permite hasta ' PLR-ELECCION-MAXIMA
                   ' %.'
               MOVE 'N' TO CAMPO-VALIDO
           END-IF.

       OBTENER-FECHA-EFECTIVA.
           DISPLAY FECHA-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA(1:8) IS NUMERIC
               MOVE ENTRADA-NUMERICA(1:8) TO FECHA-ENTRADA
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-ENTRADA) = ZERO
                   MOVE 'S' TO CAMPO-VALIDO
               ELSE
                   DISPLAY 'Fecha invalida.'
               END-IF
           ELSE
               DISPLAY 'Fecha invalida: introduce AAAAMMDD.'
           END-IF.

       CONSULTAR-EMPLEADO.
           DISPLAY ID-TXT.
           ACCEPT EMPLEADOS-ID.
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
                       IF ELR-EMPLEADOS-ID NOT = EMPLEADOS-ID
                           MOVE 'S' TO FIN-ELECCIONES
                       ELSE
                           DISPLAY 'Desde ' ELR-FECHA-EFECTIVA
                               ' plan ' ELR-PLAN ' '
                               ELR-PORCENTAJE ' %'
                       END-IF
               END-READ
           END-PERFORM.
           OPEN INPUT CUENTAS-RETIRO-ARCHIVO.
           IF CUENTAS-RETIRO-STATUS = '00'
               MOVE EMPLEADOS-ID TO CTR-EMPLEADOS-ID
               READ CUENTAS-RETIRO-ARCHIVO
                   INVALID KEY
                       DISPLAY 'Sin cuenta de retiro todavia.'
                   NOT INVALID KEY
                       DISPLAY 'Cuenta plan ' CTR-PLAN
                           ' empleado=' CTR-APORTE-EMPLEADO
                           ' empresa=' CTR-APORTE-PATRON
                           ' ultimo periodo=' CTR-ULTIMO-PERIODO
               END-READ
           ELSE
               DISPLAY 'Sin cuenta de retiro todavia.'
           END-IF.
           CLOSE CUENTAS-RETIRO-ARCHIVO.

      *    Estado de saldo adquirido por cada baja con cuenta: lo
      *    aportado por el empleado es suyo siempre; de lo aportado
      *    por la empresa se lleva el porcentaje adquirido segun sus
      *    anos de servicio y el calendario del plan.
       ESTADOS-DE-BAJAS.
           MOVE ZERO TO TOTAL-ESTADOS.
           OPEN INPUT CUENTAS-RETIRO-ARCHIVO.
           IF CUENTAS-RETIRO-STATUS NOT = '00'
               DISPLAY 'Todavia no hay cuentas de retiro.'
               CLOSE CUENTAS-RETIRO-ARCHIVO
           ELSE
               OPEN OUTPUT ESTADO-ARCHIVO
               IF ESTADO-STATUS NOT = '00'
                   DISPLAY 'Error de archivo ESTADO. STATUS ='
                       ESTADO-STATUS
                   GOBACK
               END-IF
               MOVE 'N' TO FIN-CUENTAS
               PERFORM UNTIL FIN-CUENTAS = 'S'
                   READ CUENTAS-RETIRO-ARCHIVO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-CUENTAS
                       NOT AT END
                           PERFORM REVISAR-CUENTA-BAJA
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-RETIRO-ARCHIVO
               CLOSE ESTADO-ARCHIVO
               DISPLAY 'Estados generados: ' TOTAL-ESTADOS
                   ' Detalle en estado_retiro_bajas.txt'
           END-IF.

       REVISAR-CUENTA-BAJA.
           MOVE CTR-EMPLEADOS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-INATIVO
                       PERFORM BUSCAR-PLAN-CUENTA
                       PERFORM CALCULAR-ADQUIRIDO
                       PERFORM IMPRIMIR-ESTADO
                   END-IF
           END-READ.

       BUSCAR-PLAN-CUENTA.
           MOVE 'N' TO PLAN-HALLADO.
           OPEN INPUT PLAN-RETIRO-ARCHIVO.
           IF PLAN-RETIRO-STATUS = '05' OR PLAN-RETIRO-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO FIN-PLANES
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLAN-RETIRO-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           IF PLR-CODIGO = CTR-PLAN
                               MOVE 'S' TO PLAN-HALLADO
                               MOVE 'S' TO FIN-PLANES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PLAN-RETIRO-ARCHIVO.
           IF PLAN-HALLADO = 'N'
      *        Sin plan en el maestro no hay calendario: se adquiere
      *        todo, y el estado lo dice.
               MOVE SPACES TO PLAN-RETIRO-REGISTRO
               MOVE CTR-PLAN TO PLR-CODIGO
               MOVE '(sin registro en plan_retiro)' TO PLR-DESCRIPCION
               MOVE ZERO TO PLR-VESTING-ANOS
           END-IF.

      *    Anos cumplidos entre la contratacion ajustada y la ultima
      *    BAJA (sin BAJA en el historico, hasta hoy).
       CALCULAR-ADQUIRIDO.
           IF TIPO-PERMANENTE AND PERM-FECHA-CONTRATACION IS NUMERIC
                   AND PERM-FECHA-CONTRATACION NOT = ZERO
               MOVE PERM-FECHA-CONTRATACION TO FECHA-CONTRATACION
           ELSE
               MOVE EMPLEADOS-DATA-CADASTRO TO FECHA-CONTRATACION
           END-IF.
           MOVE ZERO TO ANOS-SERVICIO.
           MOVE ZERO TO DIAS-HUECOS.
           MOVE ZERO TO FECHA-ULTIMA-BAJA.
           IF FECHA-CONTRATACION NOT = ZERO
               PERFORM CALCULAR-HUECOS-HISTORICO
               IF FECHA-ULTIMA-BAJA NOT = ZERO
                   MOVE FECHA-ULTIMA-BAJA TO FECHA-FIN-SERVICIO
               ELSE
                   MOVE FECHA-HOY TO FECHA-FIN-SERVICIO
               END-IF
               COMPUTE FECHA-AJUSTADA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-CONTRATACION) +
                   DIAS-HUECOS)
               COMPUTE ANOS-SERVICIO = FFS-ANO - FAJ-ANO
               IF FFS-MES-DIA < FAJ-MES-DIA
                   SUBTRACT 1 FROM ANOS-SERVICIO
               END-IF
               IF ANOS-SERVICIO < ZERO
                   MOVE ZERO TO ANOS-SERVICIO
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PLR-VESTING-ANOS = ZERO
                   MOVE 100 TO PORCENTAJE-ADQUIRIDO
               WHEN ANOS-SERVICIO >= PLR-VESTING-ANOS
                   MOVE 100 TO PORCENTAJE-ADQUIRIDO
               WHEN VESTING-DE-GOLPE
                   MOVE ZERO TO PORCENTAJE-ADQUIRIDO
               WHEN OTHER
                   COMPUTE PORCENTAJE-ADQUIRIDO ROUNDED =
                       ANOS-SERVICIO * 100 / PLR-VESTING-ANOS
           END-EVALUATE.
           COMPUTE PATRON-ADQUIRIDO ROUNDED =
               CTR-APORTE-PATRON * PORCENTAJE-ADQUIRIDO / 100.
           COMPUTE SALDO-ADQUIRIDO =
               CTR-APORTE-EMPLEADO + PATRON-ADQUIRIDO.
           COMPUTE SALDO-NO-ADQUIRIDO =
               CTR-APORTE-PATRON - PATRON-ADQUIRIDO.

      *    Rebobina el historico por empleado (mismo patron que
      *    CALCULAR-HUECOS-HISTORICO en AniversariosServicio-35)
      *    sumando los dias entre cada BAJA y su REINGRESO, y
      *    guardando la fecha de la ultima BAJA.
       CALCULAR-HUECOS-HISTORICO.
           MOVE 'N' TO HAY-BAJA-PENDIENTE.
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
                           PERFORM EVALUAR-LINEA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-ARCHIVO
           END-IF.

       EVALUAR-LINEA-HISTORICO.
           IF HIST-ID = EMPLEADOS-ID AND HIST-ANO IS NUMERIC
               STRING HIST-ANO HIST-MES HIST-DIA DELIMITED BY SIZE
                   INTO FECHA-HISTORICO-TXT
               MOVE FECHA-HISTORICO-TXT TO FECHA-HISTORICO
               EVALUATE FUNCTION TRIM(HIST-EVENTO)
                   WHEN 'BAJA'
                       COMPUTE DIAS-ULTIMA-BAJA =
                           FUNCTION INTEGER-OF-DATE(FECHA-HISTORICO)
                       MOVE FECHA-HISTORICO TO FECHA-ULTIMA-BAJA
                       MOVE 'S' TO HAY-BAJA-PENDIENTE
                   WHEN 'REINGRESO'
                       IF HAY-BAJA-PENDIENTE = 'S'
                           COMPUTE DIAS-HUECOS = DIAS-HUECOS +
                               FUNCTION INTEGER-OF-DATE(
                                   FECHA-HISTORICO) -
                               DIAS-ULTIMA-BAJA
                           MOVE 'N' TO HAY-BAJA-PENDIENTE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       IMPRIMIR-ESTADO.
           MOVE EMPLEADOS-ID TO EST-ID.
           MOVE SPACES TO EST-NOMBRE.
           STRING EMPLEADOS-NOMBRE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  EMPLEADOS-APELLIDOS DELIMITED BY '  '
               INTO EST-NOMBRE.
           MOVE LINEA-EST-CABECERA TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE PLR-CODIGO TO EST-PLAN.
           MOVE PLR-DESCRIPCION TO EST-DESCRIPCION.
           MOVE PLR-VESTING-TIPO TO EST-VESTING-TIPO.
           MOVE PLR-VESTING-ANOS TO EST-VESTING-ANOS.
           MOVE LINEA-EST-PLAN TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE FECHA-CONTRATACION TO EST-CONTRATACION.
           MOVE FECHA-ULTIMA-BAJA TO EST-BAJA.
           MOVE DIAS-HUECOS TO EST-HUECOS.
           MOVE ANOS-SERVICIO TO EST-ANOS.
           MOVE LINEA-EST-SERVICIO TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE 'Aportaciones del empleado (100%)' TO EST-TEXTO.
           MOVE CTR-APORTE-EMPLEADO TO EST-IMPORTE.
           MOVE LINEA-EST-IMPORTE TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE 'Aportaciones de la empresa (match)' TO EST-TEXTO.
           MOVE CTR-APORTE-PATRON TO EST-IMPORTE.
           MOVE LINEA-EST-IMPORTE TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE PORCENTAJE-ADQUIRIDO TO EST-PORCENTAJE.
           MOVE LINEA-EST-PORCENTAJE TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE 'SALDO ADQUIRIDO A PAGAR' TO EST-TEXTO.
           MOVE SALDO-ADQUIRIDO TO EST-IMPORTE.
           MOVE LINEA-EST-IMPORTE TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE 'No adquirido (regresa al plan)' TO EST-TEXTO.
           MOVE SALDO-NO-ADQUIRIDO TO EST-IMPORTE.
           MOVE LINEA-EST-IMPORTE TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE LINEA-SEPARADOR TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           ADD 1 TO TOTAL-ESTADOS.

       END PROGRAM PLAN-RETIRO.
