           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERRADOS-STATUS.

      *    Maestro de empresas empleadoras (EmpresasMaster-166), para
      *    validar ONB-EMPRESA igual que OBTENER-EMPRESA en la captura.
           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.


      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
               05  ONB-ID-FISCAL PIC X(15).
      *            Identificador fiscal segun el pais de la fila;
      *            mismo formato por pais que exige la captura.
               05  ONB-GENERO PIC X.
      *            F, M, X (otro / no binario), N (no lo declara) o
      *            blanco; se carga en mayusculas.
               05  ONB-EMPRESA PIC X(4).
      *            Empresa empleadora; debe existir en empresas.dat
      *            (en blanco solo mientras no haya maestro).

      *    Contrato de interfaz con RH: la primera linea es una
      *    cabecera 'H' (fecha y origen del export) y la ultima una
               05  JOURNAL-FECHA-HORA PIC 9(14).
               05  JOURNAL-PROGRAMA PIC X(20).
               05  JOURNAL-OPERACION PIC X(12).
               05  JOURNAL-ANTES PIC X(250).
               05  JOURNAL-DESPUES PIC X(250).

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  CERRADOS-CODIGO PIC X(4).
               05  CERRADOS-FECHA PIC 9(8).

       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
               05  EMPR-COMPANIA-GL PIC X(4).


       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
           01  CERRADOS-STATUS PIC XX.
           01  DEPARTAMENTO-CERRADO PIC X.
           01  FIN-CERRADOS PIC X.
           01  EMPRESAS-STATUS PIC XX.
           01  EMPRESA-ENCONTRADA PIC X.
           01  HAY-EMPRESAS PIC X.
           01  FIN-EMPRESAS PIC X.
           01  EDAD-NUM PIC 9(3).
           01  GERENTE-ID-NUM PIC 9(6) VALUE ZERO.
           01  RAZON-RECHAZO PIC X(40).
           IF RAZON-RECHAZO = SPACE
               PERFORM VALIDAR-ID-FISCAL
           END-IF.
           IF RAZON-RECHAZO = SPACE
               PERFORM VALIDAR-GENERO
           END-IF.
           IF RAZON-RECHAZO = SPACE
               PERFORM VALIDAR-EMPRESA
           END-IF.
           IF CONTEO-DETALLES <= MAXIMO-FILAS
               MOVE FUNCTION UPPER-CASE(ONB-ID-FISCAL)
                   TO FISCAL-FILA(CONTEO-DETALLES)
               END-EVALUATE
           END-IF.

      *    Mismos codigos que OBTENER-GENERO en la captura; en blanco
      *    se acepta (no declarado).
       VALIDAR-GENERO.
           MOVE FUNCTION UPPER-CASE(ONB-GENERO) TO ONB-GENERO.
           IF ONB-GENERO NOT = SPACE AND ONB-GENERO NOT = 'F' AND
                   ONB-GENERO NOT = 'M' AND ONB-GENERO NOT = 'X' AND
                   ONB-GENERO NOT = 'N'
               MOVE 'Genero invalido (F, M, X o N)' TO RAZON-RECHAZO
           END-IF.

      *    Mismo criterio que OBTENER-EMPRESA en la captura: la
      *    empresa debe existir en empresas.dat, y solo sin maestro de
      *    empresas se acepta en blanco.
       VALIDAR-EMPRESA.
           MOVE FUNCTION UPPER-CASE(ONB-EMPRESA) TO ONB-EMPRESA.
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
                           IF EMPR-CODIGO = ONB-EMPRESA
                               MOVE 'S' TO EMPRESA-ENCONTRADA
                               MOVE 'S' TO FIN-EMPRESAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-ARCHIVO
           END-IF.
           IF HAY-EMPRESAS = 'S' AND EMPRESA-ENCONTRADA = 'N'
               IF ONB-EMPRESA = SPACES
                   MOVE 'Empresa empleadora en blanco'
                       TO RAZON-RECHAZO
               ELSE
                   MOVE 'Empresa no existe' TO RAZON-RECHAZO
               END-IF
           END-IF.
           IF HAY-EMPRESAS = 'N' AND ONB-EMPRESA NOT = SPACES
               MOVE 'Empresa no existe' TO RAZON-RECHAZO
           END-IF.

      *    Para contratistas, los ultimos 8 del area de tipo son la
      *    fecha de fin de contrato y deben ser fecha de calendario.
       VALIDAR-FECHA-CONTRATO.
           MOVE GERENTE-ID-NUM TO EMPLEADOS-GERENTE-ID.
           MOVE FUNCTION UPPER-CASE(ONB-ID-FISCAL)
               TO EMPLEADOS-ID-FISCAL.
           MOVE FUNCTION UPPER-CASE(ONB-GENERO) TO EMPLEADOS-GENERO.
           MOVE FUNCTION UPPER-CASE(ONB-EMPRESA) TO EMPLEADOS-EMPRESA.
           WRITE EMPLEADOS-REGISTRO
               INVALID KEY
                   MOVE 'ID duplicado' TO RAZON-RECHAZO
