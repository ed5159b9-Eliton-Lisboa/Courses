      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de proyectos (proyectos.dat, clave
      *          PRY-CODIGO): descripcion, departamento dueno,
      *          si el costo del proyecto se capitaliza y estado
      *          abierto/cerrado. Los permanentes cargan sus horas
      *          semanales a proyectos abiertos (HorasProyecto-131) y
      *          la corrida mensual de CostoProyectos-132 reparte su
      *          costo real de nomina entre ellos; el costo de los
      *          capitalizables se reclasifica en la poliza de
      *          ExtractoContable-74. Cerrar un proyecto solo impide
      *          cargarle horas nuevas; se puede reabrir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTOS-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL PROYECTOS-ARCHIVO
           ASSIGN TO 'proyectos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRY-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS PROYECTOS-STATUS.

      *    Maestro de departamentos y codigos cerrados (el mismo par
      *    que valida AsignacionCostos-63).
           SELECT OPTIONAL DEPARTAMENTOS-ARCHIVO
           ASSIGN TO 'departamentos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPARTAMENTOS-STATUS.

           SELECT OPTIONAL CERRADOS-ARCHIVO
           ASSIGN TO 'departamentos_cerrados.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERRADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROYECTOS-ARCHIVO.
           01  PROYECTOS-REGISTRO.
               05  PRY-CODIGO PIC X(6).
               05  PRY-DESCRIPCION PIC X(30).
               05  PRY-DEPARTAMENTO PIC X(4).
               05  PRY-CAPITALIZABLE PIC X.
      *            'S' = su costo de mano de obra se capitaliza.
                   88  PROYECTO-CAPITALIZABLE VALUE 'S'.
                   88  PRY-CAPITALIZABLE-VALIDO VALUES 'S' 'N'.
               05  PRY-ESTADO PIC X.
      *            'A' = abierto (acepta horas), 'C' = cerrado.
                   88  PROYECTO-ABIERTO VALUE 'A'.
                   88  PROYECTO-CERRADO VALUE 'C'.

       FD  DEPARTAMENTOS-ARCHIVO.
           01  DEPARTAMENTOS-REGISTRO.
               05  DEPARTAMENTOS-CODIGO PIC X(4).
               05  DEPARTAMENTOS-NOMBRE PIC X(30).
               05  DEPARTAMENTOS-GERENTE-ID PIC 9(6).

       FD  CERRADOS-ARCHIVO.
           01  CERRADOS-REGISTRO.
               05  CERRADOS-CODIGO PIC X(4).
               05  CERRADOS-FECHA PIC 9(8).

       WORKING-STORAGE SECTION.
           01  PROYECTO-TXT PIC X(30)
               VALUE 'Codigo del proyecto (6 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion: '.
           01  DEPARTAMENTO-TXT PIC X(30)
               VALUE 'Departamento dueno: '.
           01  CAPITALIZABLE-TXT PIC X(30)
               VALUE 'Capitalizable (S/N): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  PROYECTOS-STATUS PIC XX.
           01  DEPARTAMENTOS-STATUS PIC XX.
           01  CERRADOS-STATUS PIC XX.
           01  FIN-PROYECTOS PIC X.
           01  FIN-DEPARTAMENTOS PIC X.
           01  FIN-CERRADOS PIC X.
           01  CAMPO-VALIDO PIC X.
           01  PROYECTO-BUSCADO PIC X(6).
           01  DEPTO-VALIDADO PIC X(4).
           01  DEPTO-VALIDADO-OK PIC X.
           01  DEPARTAMENTO-ENCONTRADO PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           OPEN I-O PROYECTOS-ARCHIVO.
           IF PROYECTOS-STATUS = '35' OR PROYECTOS-STATUS = '05'
               OPEN OUTPUT PROYECTOS-ARCHIVO
               CLOSE PROYECTOS-ARCHIVO
               OPEN I-O PROYECTOS-ARCHIVO
           END-IF.
           IF PROYECTOS-STATUS NOT = '00' AND
                   PROYECTOS-STATUS NOT = '05'
               DISPLAY 'Error de archivo PROYECTOS. STATUS ='
                   PROYECTOS-STATUS
               STOP RUN
           END-IF.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.
           CLOSE PROYECTOS-ARCHIVO.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Dar de alta un proyecto'.
           DISPLAY '2) Listar proyectos'.
           DISPLAY '3) Cerrar un proyecto'.
           DISPLAY '4) Reabrir un proyecto'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM ALTA-PROYECTO
               WHEN '2'
                   PERFORM LISTAR-PROYECTOS
               WHEN '3'
                   MOVE 'C' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-PROYECTO
               WHEN '4'
                   MOVE 'A' TO CAMPO-VALIDO
                   PERFORM CAMBIAR-ESTADO-PROYECTO
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       ALTA-PROYECTO.
           MOVE SPACE TO PROYECTOS-REGISTRO.
           DISPLAY PROYECTO-TXT.
           ACCEPT PRY-CODIGO.
           PERFORM UNTIL PRY-CODIGO NOT = SPACE
               DISPLAY 'El codigo no puede quedar en blanco.'
               DISPLAY PROYECTO-TXT
               ACCEPT PRY-CODIGO
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(PRY-CODIGO) TO PRY-CODIGO.
           DISPLAY DESCRIPCION-TXT.
           ACCEPT PRY-DESCRIPCION.
           MOVE 'N' TO DEPTO-VALIDADO-OK.
           PERFORM OBTENER-DEPARTAMENTO UNTIL DEPTO-VALIDADO-OK = 'S'.
           MOVE DEPTO-VALIDADO TO PRY-DEPARTAMENTO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-CAPITALIZABLE UNTIL CAMPO-VALIDO = 'S'.
           MOVE 'A' TO PRY-ESTADO.
           WRITE PROYECTOS-REGISTRO
               INVALID KEY
                   DISPLAY 'Ya existe un proyecto con ese codigo.'
               NOT INVALID KEY
                   DISPLAY 'Proyecto ' PRY-CODIGO ' abierto.'
           END-WRITE.

       OBTENER-DEPARTAMENTO.
           DISPLAY DEPARTAMENTO-TXT.
           ACCEPT DEPTO-VALIDADO.
           MOVE FUNCTION UPPER-CASE(DEPTO-VALIDADO) TO DEPTO-VALIDADO.
           IF DEPTO-VALIDADO = SPACES
               DISPLAY 'El depto no puede quedar en blanco.'
           ELSE
               PERFORM VALIDAR-DEPTO-CODIGO
           END-IF.

       OBTENER-CAPITALIZABLE.
           DISPLAY CAPITALIZABLE-TXT.
           ACCEPT PRY-CAPITALIZABLE.
           MOVE FUNCTION UPPER-CASE(PRY-CAPITALIZABLE)
               TO PRY-CAPITALIZABLE.
           IF PRY-CAPITALIZABLE-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Responde S o N.'
           END-IF.

       LISTAR-PROYECTOS.
           MOVE LOW-VALUES TO PRY-CODIGO.
           MOVE 'N' TO FIN-PROYECTOS.
           START PROYECTOS-ARCHIVO KEY IS NOT LESS THAN PRY-CODIGO
               INVALID KEY
                   MOVE 'S' TO FIN-PROYECTOS
           END-START.
           PERFORM UNTIL FIN-PROYECTOS = 'S'
               READ PROYECTOS-ARCHIVO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-PROYECTOS
                   NOT AT END
                       DISPLAY PRY-CODIGO ' ' PRY-DESCRIPCION ' '
                           PRY-DEPARTAMENTO
                           ' capitalizable=' PRY-CAPITALIZABLE
                           ' estado=' PRY-ESTADO
               END-READ
           END-PERFORM.

      *    CAMPO-VALIDO trae el estado nuevo: 'C' cierra, 'A' reabre.
       CAMBIAR-ESTADO-PROYECTO.
           DISPLAY PROYECTO-TXT.
           ACCEPT PROYECTO-BUSCADO.
           MOVE FUNCTION UPPER-CASE(PROYECTO-BUSCADO) TO PRY-CODIGO.
           READ PROYECTOS-ARCHIVO
               INVALID KEY
                   DISPLAY 'No existe ese proyecto.'
               NOT INVALID KEY
                   MOVE CAMPO-VALIDO TO PRY-ESTADO
                   REWRITE PROYECTOS-REGISTRO
                       INVALID KEY
                           DISPLAY 'No se pudo actualizar.'
                       NOT INVALID KEY
                           IF PROYECTO-CERRADO
                               DISPLAY 'Proyecto ' PRY-CODIGO
                                   ' cerrado; ya no acepta horas.'
                           ELSE
                               DISPLAY 'Proyecto ' PRY-CODIGO
                                   ' reabierto.'
                           END-IF
                   END-REWRITE
           END-READ.

      *    Valida DEPTO-VALIDADO contra departamentos.dat y contra la
      *    lista de codigos cerrados (mismo patron que
      *    VALIDAR-DEPTO-CODIGO en AsignacionCostos-63); sin
      *    departamentos.dat todavia se acepta cualquier codigo no
      *    blanco.
       VALIDAR-DEPTO-CODIGO.
           MOVE 'N' TO DEPTO-VALIDADO-OK.
           OPEN INPUT DEPARTAMENTOS-ARCHIVO.
           IF DEPARTAMENTOS-STATUS = '05' OR DEPARTAMENTOS-STATUS = '35'
               MOVE 'S' TO DEPTO-VALIDADO-OK
               CLOSE DEPARTAMENTOS-ARCHIVO
           ELSE
               MOVE 'N' TO DEPARTAMENTO-ENCONTRADO
               MOVE 'N' TO FIN-DEPARTAMENTOS
               PERFORM UNTIL FIN-DEPARTAMENTOS = 'S'
                       OR DEPARTAMENTO-ENCONTRADO = 'S'
                   READ DEPARTAMENTOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-DEPARTAMENTOS
                       NOT AT END
                           IF DEPARTAMENTOS-CODIGO = DEPTO-VALIDADO
                               MOVE 'S' TO DEPARTAMENTO-ENCONTRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPARTAMENTOS-ARCHIVO
               IF DEPARTAMENTO-ENCONTRADO = 'S'
                   MOVE 'S' TO DEPTO-VALIDADO-OK
               ELSE
                   DISPLAY 'El codigo de depto no existe en '
                       'departamentos.dat.'
               END-IF
           END-IF.
           IF DEPTO-VALIDADO-OK = 'S'
               OPEN INPUT CERRADOS-ARCHIVO
               IF CERRADOS-STATUS = '05' OR CERRADOS-STATUS = '35'
                   CLOSE CERRADOS-ARCHIVO
               ELSE
                   MOVE 'N' TO FIN-CERRADOS
                   PERFORM UNTIL FIN-CERRADOS = 'S'
                       READ CERRADOS-ARCHIVO
                           AT END
                               MOVE 'S' TO FIN-CERRADOS
                           NOT AT END
                               IF CERRADOS-CODIGO = DEPTO-VALIDADO
                                   MOVE 'N' TO DEPTO-VALIDADO-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CERRADOS-ARCHIVO
                   IF DEPTO-VALIDADO-OK = 'N'
                       DISPLAY 'El depto ' DEPTO-VALIDADO
                           ' esta cerrado; elija otro codigo.'
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PROYECTOS-MASTER.
