      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de empresas empleadoras (empresas.dat): las
      *          razones sociales por las que se contrata gente, con
      *          su identificacion fiscal, pais, cuenta bancaria de
      *          cargo de la nomina y codigo de compania del mayor.
      *          El campo EMPLEADOS-EMPRESA del maestro de empleados
      *          se valida contra esta lista en la captura; con el,
      *          RecibosNomina-21, PagosBanco-22, ExtractoContable-74
      *          y EstadoAnual-68 sacan un archivo y un total por
      *          empresa en lugar del bulto que contabilidad partia a
      *          mano. La opcion 3 anota de que empresa es cada
      *          departamento (departamentos_empresa.dat; el layout de
      *          departamentos.dat no se toca): el costo repartido
      *          con asignaciones.dat a un depto de otra empresa sale
      *          en la poliza como recargo intercompania.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESAS-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL EMPRESAS-ARCHIVO
           ASSIGN TO 'empresas.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPRESAS-STATUS.

      *    Empresa duena de cada departamento, una linea por codigo
      *    (la ultima linea de un depto manda, igual que en
      *    departamentos_cerrados.dat).
           SELECT OPTIONAL DEPTO-EMPRESA-ARCHIVO
           ASSIGN TO 'departamentos_empresa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTO-EMPRESA-STATUS.

           SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
           ASSIGN TO 'departamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTAMENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS-ARCHIVO.
           01  EMPRESAS-REGISTRO.
               05  EMPR-CODIGO PIC X(4).
               05  EMPR-NOMBRE PIC X(30).
               05  EMPR-ID-FISCAL PIC X(15).
               05  EMPR-PAIS PIC X(2).
                   88  EMPR-PAIS-VALIDO VALUES 'US' 'ES' 'MX' 'AR'
                       'BR' 'CO' 'CL' 'PE'.
               05  EMPR-BANCO-CODIGO PIC X(8).
               05  EMPR-CUENTA-CARGO PIC X(20).
      *            Cuenta de la empresa de la que sale el pago de la
      *            nomina (cabecera del archivo del banco).
               05  EMPR-COMPANIA-GL PIC X(4).
      *            Codigo de compania en el mayor (cabecera de la
      *            poliza y contraparte de los recargos).

       FD  DEPTO-EMPRESA-ARCHIVO.
           01  DEPTO-EMPRESA-REGISTRO.
               05  DEM-DEPARTAMENTO PIC X(4).
               05  DEM-EMPRESA PIC X(4).

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  DEPARTAMENTOS-CODIGO PIC X(4).
               05  DEPARTAMENTOS-NOMBRE PIC X(30).
               05  DEPARTAMENTOS-GERENTE-ID PIC 9(6).
               05  DEPARTAMENTOS-DIVISION PIC X(4).

       WORKING-STORAGE SECTION.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Codigo de la empresa (4 car): '.
           01  NOMBRE-TXT PIC X(26)
               VALUE 'Razon social: '.
           01  ID-FISCAL-TXT PIC X(40)
               VALUE 'Identificacion fiscal de la empresa: '.
           01  PAIS-TXT PIC X(44)
               VALUE 'Codigo de pais (US,ES,MX,AR,BR,CO,CL,PE): '.
           01  BANCO-TXT PIC X(40)
               VALUE 'Codigo del banco de cargo (8 car): '.
           01  CUENTA-TXT PIC X(40)
               VALUE 'Cuenta de cargo de la nomina: '.
           01  COMPANIA-TXT PIC X(40)
               VALUE 'Codigo de compania en el mayor: '.
           01  DEPTO-TXT PIC X(30)
               VALUE 'Codigo del departamento: '.
           01  EMPRESA-TXT PIC X(40)
               VALUE 'Empresa duena del departamento: '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  EMPRESAS-STATUS PIC XX.
           01  DEPTO-EMPRESA-STATUS PIC XX.
           01  DEPARTAMENTOS-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  CODIGO-BUSCADO PIC X(4).
           01  CODIGO-HALLADO PIC X.
           01  FIN-ARCHIVO PIC X.
           01  EMPRESA-NUEVA PIC X(4).
           01  DEPTO-NUEVO PIC X(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar una empresa'.
           DISPLAY '2) Listar empresas'.
           DISPLAY '3) Asignar departamento a empresa'.
           DISPLAY '4) Listar departamentos por empresa'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-EMPRESA
               WHEN '2'
                   PERFORM LISTAR-EMPRESAS
               WHEN '3'
                   PERFORM ASIGNAR-DEPARTAMENTO
               WHEN '4'
                   PERFORM LISTAR-DEPARTAMENTOS
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-EMPRESA.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CODIGO-NUEVO UNTIL CAMPO-VALIDO = 'S'.
           MOVE SPACE TO EMPRESAS-REGISTRO.
           MOVE EMPRESA-NUEVA TO EMPR-CODIGO.
           DISPLAY NOMBRE-TXT.
           ACCEPT EMPR-NOMBRE.
           PERFORM UNTIL EMPR-NOMBRE NOT = SPACE
               DISPLAY 'La razon social no puede quedar en blanco.'
               DISPLAY NOMBRE-TXT
               ACCEPT EMPR-NOMBRE
           END-PERFORM.
           DISPLAY ID-FISCAL-TXT.
           ACCEPT EMPR-ID-FISCAL.
           MOVE FUNCTION UPPER-CASE(EMPR-ID-FISCAL) TO EMPR-ID-FISCAL.
           PERFORM UNTIL EMPR-ID-FISCAL NOT = SPACE
               DISPLAY 'La identificacion fiscal es obligatoria.'
               DISPLAY ID-FISCAL-TXT
               ACCEPT EMPR-ID-FISCAL
               MOVE FUNCTION UPPER-CASE(EMPR-ID-FISCAL)
                   TO EMPR-ID-FISCAL
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-PAIS UNTIL CAMPO-VALIDO = 'S'.
           DISPLAY BANCO-TXT.
           ACCEPT EMPR-BANCO-CODIGO.
           MOVE FUNCTION UPPER-CASE(EMPR-BANCO-CODIGO)
               TO EMPR-BANCO-CODIGO.
           DISPLAY CUENTA-TXT.
           ACCEPT EMPR-CUENTA-CARGO.
           PERFORM UNTIL EMPR-CUENTA-CARGO NOT = SPACE
               DISPLAY 'Sin cuenta de cargo el banco no acepta el '
                   'archivo de la empresa.'
               DISPLAY CUENTA-TXT
               ACCEPT EMPR-CUENTA-CARGO
           END-PERFORM.
           DISPLAY COMPANIA-TXT.
           ACCEPT EMPR-COMPANIA-GL.
           MOVE FUNCTION UPPER-CASE(EMPR-COMPANIA-GL)
               TO EMPR-COMPANIA-GL.
           PERFORM UNTIL EMPR-COMPANIA-GL NOT = SPACE
               DISPLAY 'El codigo de compania no puede quedar en '
                   'blanco.'
               DISPLAY COMPANIA-TXT
               ACCEPT EMPR-COMPANIA-GL
               MOVE FUNCTION UPPER-CASE(EMPR-COMPANIA-GL)
                   TO EMPR-COMPANIA-GL
           END-PERFORM.
           OPEN EXTEND EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS NOT = '00' AND EMPRESAS-STATUS NOT = '05'
               DISPLAY 'Error de archivo EMPRESAS. STATUS ='
                   EMPRESAS-STATUS
               STOP RUN
           END-IF.
           WRITE EMPRESAS-REGISTRO.
           CLOSE EMPRESAS-ARCHIVO.
           DISPLAY 'Empresa ' EMPR-CODIGO ' guardada.'.

      *    El codigo es la llave con que se cruzan empleados, deptos
      *    y archivos de salida: no puede quedar en blanco (blanco en
      *    el empleado = sin empresa) ni repetirse.
       OBTENER-CODIGO-NUEVO.
           DISPLAY CODIGO-TXT.
           ACCEPT EMPRESA-NUEVA.
           MOVE FUNCTION UPPER-CASE(EMPRESA-NUEVA) TO EMPRESA-NUEVA.
           IF EMPRESA-NUEVA = SPACES
               DISPLAY 'El codigo no puede quedar en blanco.'
           ELSE
               MOVE EMPRESA-NUEVA TO CODIGO-BUSCADO
               PERFORM BUSCAR-EMPRESA
               IF CODIGO-HALLADO = 'S'
                   DISPLAY 'La empresa ' EMPRESA-NUEVA
                       ' ya existe en empresas.dat.'
               ELSE
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           END-IF.

       OBTENER-PAIS.
           DISPLAY PAIS-TXT.
           ACCEPT EMPR-PAIS.
           MOVE FUNCTION UPPER-CASE(EMPR-PAIS) TO EMPR-PAIS.
           IF EMPR-PAIS-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Codigo de pais no reconocido.'
           END-IF.

       BUSCAR-EMPRESA.
           MOVE 'N' TO CODIGO-HALLADO.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ EMPRESAS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF EMPR-CODIGO = CODIGO-BUSCADO
                               MOVE 'S' TO CODIGO-HALLADO
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EMPRESAS-ARCHIVO.

       BUSCAR-DEPARTAMENTO.
           MOVE 'N' TO CODIGO-HALLADO.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-STATUS = '00'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ DEPARTAMENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF DEPARTAMENTOS-CODIGO = CODIGO-BUSCADO
                               MOVE 'S' TO CODIGO-HALLADO
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPARTAMENTOS-ARCHIVO.

      *    Se agrega una linea nueva; la lectura se queda con la
      *    ultima de cada depto, asi que reasignar no exige borrar.
       ASIGNAR-DEPARTAMENTO.
           DISPLAY DEPTO-TXT.
           ACCEPT DEPTO-NUEVO.
           MOVE FUNCTION UPPER-CASE(DEPTO-NUEVO) TO DEPTO-NUEVO.
           MOVE DEPTO-NUEVO TO CODIGO-BUSCADO.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF CODIGO-HALLADO = 'N'
               DISPLAY 'El departamento no existe en '
                   'departamentos.dat.'
           ELSE
               DISPLAY EMPRESA-TXT
               ACCEPT EMPRESA-NUEVA
               MOVE FUNCTION UPPER-CASE(EMPRESA-NUEVA)
                   TO EMPRESA-NUEVA
               MOVE EMPRESA-NUEVA TO CODIGO-BUSCADO
               PERFORM BUSCAR-EMPRESA
               IF CODIGO-HALLADO = 'N'
                   DISPLAY 'La empresa no existe en empresas.dat.'
               ELSE
                   OPEN EXTEND DEPTO-EMPRESA-ARCHIVO
                   IF DEPTO-EMPRESA-STATUS NOT = '00' AND
                           DEPTO-EMPRESA-STATUS NOT = '05'
                       DISPLAY 'Error de archivo DEPTO-EMPRESA. '
                           'STATUS =' DEPTO-EMPRESA-STATUS
                       STOP RUN
                   END-IF
                   MOVE DEPTO-NUEVO TO DEM-DEPARTAMENTO
                   MOVE EMPRESA-NUEVA TO DEM-EMPRESA
                   WRITE DEPTO-EMPRESA-REGISTRO
                   CLOSE DEPTO-EMPRESA-ARCHIVO
                   DISPLAY 'Departamento ' DEPTO-NUEVO
                       ' asignado a la empresa ' EMPRESA-NUEVA '.'
               END-IF
           END-IF.

       LISTAR-EMPRESAS.
           OPEN INPUT EMPRESAS-ARCHIVO.
           IF EMPRESAS-STATUS = '05' OR EMPRESAS-STATUS = '35'
               DISPLAY 'Todavia no hay empresas capturadas.'
               CLOSE EMPRESAS-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR UNTIL EMPRESAS-STATUS = '10'
               CLOSE EMPRESAS-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR.
           READ EMPRESAS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY EMPR-CODIGO ' - ' EMPR-NOMBRE
                       ' (' EMPR-PAIS ') fiscal ' EMPR-ID-FISCAL
                   DISPLAY '       cargo ' EMPR-BANCO-CODIGO ' '
                       EMPR-CUENTA-CARGO ' compania GL '
                       EMPR-COMPANIA-GL
           END-READ.

       LISTAR-DEPARTAMENTOS.
           OPEN INPUT DEPTO-EMPRESA-ARCHIVO.
           IF DEPTO-EMPRESA-STATUS = '05' OR
                   DEPTO-EMPRESA-STATUS = '35'
               DISPLAY 'Ningun departamento tiene empresa asignada; '
                   'todos cargan a la empresa del empleado.'
           ELSE
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ DEPTO-EMPRESA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           DISPLAY DEM-DEPARTAMENTO ' -> '
                               DEM-EMPRESA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPTO-EMPRESA-ARCHIVO.

       END PROGRAM EMPRESAS-MASTER.
