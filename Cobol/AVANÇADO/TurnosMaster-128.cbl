      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maestro de turnos (turnos.dat): codigo, descripcion,
      *          hora de entrada y de salida (HHMM; una salida menor
      *          que la entrada cruza la medianoche) y si el turno es
      *          nocturno, lo que le da la prima nocturna. Tambien
      *          mantiene la dotacion minima por sitio y turno
      *          (cobertura_minima.dat) contra la que
      *          HorarioTurnos-129 marca los turnos con menos gente
      *          programada de la necesaria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOS-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TURNOS-ARCHIVO
           ASSIGN TO 'turnos.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TURNOS-STATUS.

           SELECT OPTIONAL COBERTURA-ARCHIVO
           ASSIGN TO 'cobertura_minima.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COBERTURA-STATUS.

      *    Sitios de trabajo (SitiosMaster-81), solo para validar.
           SELECT OPTIONAL SITIOS-ARCHIVO
           ASSIGN TO 'sitios.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SITIOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-ARCHIVO.
           01  TURNOS-REGISTRO.
               05  TUR-CODIGO PIC X(4).
               05  TUR-DESCRIPCION PIC X(30).
               05  TUR-HORA-INICIO PIC 9(4).
               05  TUR-HORA-FIN PIC 9(4).
      *            HHMM; si la salida es menor que la entrada el
      *            turno termina al dia siguiente.
               05  TUR-NOCTURNO PIC X.
                   88  TURNO-NOCTURNO VALUE 'S'.
                   88  TUR-NOCTURNO-VALIDO VALUES 'S' 'N'.

       FD  COBERTURA-ARCHIVO.
           01  COBERTURA-REGISTRO.
               05  CMI-SITIO PIC X(4).
               05  CMI-TURNO PIC X(4).
               05  CMI-MINIMO PIC 9(3).
      *            Personas minimas por dia en ese sitio y turno.

       FD  SITIOS-ARCHIVO.
           01  SITIOS-REGISTRO.
               05  SIT-CODIGO PIC X(4).
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       WORKING-STORAGE SECTION.
           01  CODIGO-TXT PIC X(32)
               VALUE 'Codigo del turno (4 car): '.
           01  DESCRIPCION-TXT PIC X(26)
               VALUE 'Descripcion del turno: '.
           01  INICIO-TXT PIC X(30)
               VALUE 'Hora de entrada (HHMM): '.
           01  FIN-TXT PIC X(30)
               VALUE 'Hora de salida (HHMM): '.
           01  NOCTURNO-TXT PIC X(30)
               VALUE 'Turno nocturno (S/N): '.
           01  SITIO-TXT PIC X(30)
               VALUE 'Codigo del sitio: '.
           01  MINIMO-TXT PIC X(40)
               VALUE 'Personas minimas por dia (3 dig): '.

           01  SI-NO PIC X.
           01  OPCION-MENU PIC X.
           01  TURNOS-STATUS PIC XX.
           01  COBERTURA-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  CAMPO-VALIDO PIC X.
           01  FIN-TURNOS PIC X.
           01  FIN-COBERTURA PIC X.
           01  FIN-SITIOS PIC X.
           01  TURNO-DUPLICADO PIC X.
           01  TURNO-ENCONTRADO PIC X.
           01  SITIO-ENCONTRADO PIC X.
           01  COBERTURA-DUPLICADA PIC X.
           01  CODIGO-ENTRADA PIC X(4).
           01  SITIO-ENTRADA PIC X(4).
           01  DESCRIPCION-GUARDADA PIC X(30).
           01  NOCTURNO-GUARDADO PIC X.
           01  HORA-ENTRADA PIC X(4).
           01  HORA-EVALUADA PIC 9(4).
           01  HORA-EVALUADA-R REDEFINES HORA-EVALUADA.
               05  HEV-HORA PIC 99.
               05  HEV-MINUTO PIC 99.
           01  INICIO-GUARDADO PIC 9(4).
           01  FIN-GUARDADO PIC 9(4).
           01  ENTRADA-NUMERICA PIC X(3).
           01  MINIMO-GUARDADO PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE 'S' TO SI-NO.
           PERFORM SELECCIONAR-OPERACION UNTIL SI-NO = 'N'.

       PROGRAM-DONE.
           STOP RUN.

       SELECCIONAR-OPERACION.
           DISPLAY '1) Agregar un turno'.
           DISPLAY '2) Listar turnos'.
           DISPLAY '3) Agregar dotacion minima de un sitio y turno'.
           DISPLAY '4) Listar dotaciones minimas'.
           DISPLAY '5) Salir'.
           DISPLAY 'Elija una opcion: '.
           ACCEPT OPCION-MENU.
           EVALUATE OPCION-MENU
               WHEN '1'
                   PERFORM AGREGAR-TURNO
               WHEN '2'
                   PERFORM LISTAR-TURNOS
               WHEN '3'
                   PERFORM AGREGAR-COBERTURA
               WHEN '4'
                   PERFORM LISTAR-COBERTURA
               WHEN '5'
                   MOVE 'N' TO SI-NO
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'
           END-EVALUATE.

       AGREGAR-TURNO.
           MOVE SPACES TO CODIGO-ENTRADA.
           PERFORM UNTIL CODIGO-ENTRADA NOT = SPACES
               DISPLAY CODIGO-TXT
               ACCEPT CODIGO-ENTRADA
               MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA)
                   TO CODIGO-ENTRADA
               IF CODIGO-ENTRADA = SPACES
                   DISPLAY 'El codigo no puede quedar en blanco.'
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-TURNO-EXISTE.
           IF TURNO-ENCONTRADO = 'S'
               DISPLAY 'El turno ' CODIGO-ENTRADA ' ya existe.'
           ELSE
               PERFORM CAPTURAR-TURNO
               OPEN EXTEND TURNOS-ARCHIVO
               IF TURNOS-STATUS NOT = '00' AND
                       TURNOS-STATUS NOT = '05'
                   DISPLAY 'Error de archivo TURNOS. STATUS ='
                       TURNOS-STATUS
                   STOP RUN
               END-IF
               MOVE CODIGO-ENTRADA TO TUR-CODIGO
               MOVE DESCRIPCION-GUARDADA TO TUR-DESCRIPCION
               MOVE INICIO-GUARDADO TO TUR-HORA-INICIO
               MOVE FIN-GUARDADO TO TUR-HORA-FIN
               MOVE NOCTURNO-GUARDADO TO TUR-NOCTURNO
               WRITE TURNOS-REGISTRO
               CLOSE TURNOS-ARCHIVO
               DISPLAY 'Turno ' TUR-CODIGO ' guardado.'
           END-IF.

       CAPTURAR-TURNO.
           MOVE SPACES TO DESCRIPCION-GUARDADA.
           PERFORM UNTIL DESCRIPCION-GUARDADA NOT = SPACES
               DISPLAY DESCRIPCION-TXT
               ACCEPT DESCRIPCION-GUARDADA
           END-PERFORM.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM UNTIL CAMPO-VALIDO = 'S'
               DISPLAY INICIO-TXT
               PERFORM OBTENER-HORA
           END-PERFORM.
           MOVE HORA-EVALUADA TO INICIO-GUARDADO.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM UNTIL CAMPO-VALIDO = 'S'
               DISPLAY FIN-TXT
               PERFORM OBTENER-HORA
               IF CAMPO-VALIDO = 'S' AND
                       HORA-EVALUADA = INICIO-GUARDADO
                   DISPLAY 'La salida no puede ser igual a la '
                       'entrada.'
                   MOVE 'N' TO CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE HORA-EVALUADA TO FIN-GUARDADO.
           IF FIN-GUARDADO < INICIO-GUARDADO
               DISPLAY 'El turno termina al dia siguiente.'
           END-IF.
           MOVE 'N' TO CAMPO-VALIDO.
           PERFORM OBTENER-NOCTURNO UNTIL CAMPO-VALIDO = 'S'.

       OBTENER-HORA.
           MOVE SPACES TO HORA-ENTRADA.
           ACCEPT HORA-ENTRADA.
           IF HORA-ENTRADA IS NOT NUMERIC
               DISPLAY 'Hora invalida: introduce HHMM.'
           ELSE
               MOVE HORA-ENTRADA TO HORA-EVALUADA
               IF HEV-HORA > 23 OR HEV-MINUTO > 59
                   DISPLAY 'Hora invalida: 0000 a 2359.'
               ELSE
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           END-IF.

       OBTENER-NOCTURNO.
           DISPLAY NOCTURNO-TXT.
           ACCEPT NOCTURNO-GUARDADO.
           MOVE FUNCTION UPPER-CASE(NOCTURNO-GUARDADO)
               TO NOCTURNO-GUARDADO.
           MOVE NOCTURNO-GUARDADO TO TUR-NOCTURNO.
           IF TUR-NOCTURNO-VALIDO
               MOVE 'S' TO CAMPO-VALIDO
           ELSE
               DISPLAY 'Responda S o N.'
           END-IF.

       VERIFICAR-TURNO-EXISTE.
           MOVE 'N' TO TURNO-ENCONTRADO.
           OPEN INPUT TURNOS-ARCHIVO.
           IF TURNOS-STATUS = '05' OR TURNOS-STATUS = '35'
               CLOSE TURNOS-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-TURNOS
               PERFORM UNTIL FIN-TURNOS = 'S'
                   READ TURNOS-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-TURNOS
                       NOT AT END
                           IF TUR-CODIGO = CODIGO-ENTRADA
                               MOVE 'S' TO TURNO-ENCONTRADO
                               MOVE 'S' TO FIN-TURNOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TURNOS-ARCHIVO
           END-IF.

       LISTAR-TURNOS.
           OPEN INPUT TURNOS-ARCHIVO.
           IF TURNOS-STATUS = '05' OR TURNOS-STATUS = '35'
               DISPLAY 'Todavia no hay turnos capturados.'
               CLOSE TURNOS-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR-TURNO
                   UNTIL TURNOS-STATUS = '10'
               CLOSE TURNOS-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR-TURNO.
           READ TURNOS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY TUR-CODIGO ' - ' TUR-DESCRIPCION
                       ' ' TUR-HORA-INICIO '-' TUR-HORA-FIN
                       ' nocturno=' TUR-NOCTURNO
           END-READ.

      *    Dotacion minima: un renglon por sitio y turno, los dos
      *    validados contra sus maestros.
       AGREGAR-COBERTURA.
           MOVE 'N' TO SITIO-ENCONTRADO.
           PERFORM UNTIL SITIO-ENCONTRADO = 'S'
               DISPLAY SITIO-TXT
               MOVE SPACES TO SITIO-ENTRADA
               ACCEPT SITIO-ENTRADA
               MOVE FUNCTION UPPER-CASE(SITIO-ENTRADA)
                   TO SITIO-ENTRADA
               PERFORM VERIFICAR-SITIO-EXISTE
               IF SITIO-ENCONTRADO = 'N'
                   DISPLAY 'El sitio no existe en sitios.dat.'
               END-IF
           END-PERFORM.
           MOVE 'N' TO TURNO-ENCONTRADO.
           PERFORM UNTIL TURNO-ENCONTRADO = 'S'
               DISPLAY CODIGO-TXT
               MOVE SPACES TO CODIGO-ENTRADA
               ACCEPT CODIGO-ENTRADA
               MOVE FUNCTION UPPER-CASE(CODIGO-ENTRADA)
                   TO CODIGO-ENTRADA
               PERFORM VERIFICAR-TURNO-EXISTE
               IF TURNO-ENCONTRADO = 'N'
                   DISPLAY 'El turno no existe en turnos.dat.'
               END-IF
           END-PERFORM.
           PERFORM VERIFICAR-COBERTURA-DUPLICADA.
           IF COBERTURA-DUPLICADA = 'S'
               DISPLAY 'Ya hay dotacion minima para ' SITIO-ENTRADA
                   '/' CODIGO-ENTRADA '.'
           ELSE
               MOVE 'N' TO CAMPO-VALIDO
               PERFORM OBTENER-MINIMO UNTIL CAMPO-VALIDO = 'S'
               OPEN EXTEND COBERTURA-ARCHIVO
               IF COBERTURA-STATUS NOT = '00' AND
                       COBERTURA-STATUS NOT = '05'
                   DISPLAY 'Error de archivo COBERTURA. STATUS ='
                       COBERTURA-STATUS
                   STOP RUN
               END-IF
               MOVE SITIO-ENTRADA TO CMI-SITIO
               MOVE CODIGO-ENTRADA TO CMI-TURNO
               MOVE MINIMO-GUARDADO TO CMI-MINIMO
               WRITE COBERTURA-REGISTRO
               CLOSE COBERTURA-ARCHIVO
               DISPLAY 'Dotacion minima de ' CMI-SITIO '/'
                   CMI-TURNO ' guardada.'
           END-IF.

       OBTENER-MINIMO.
           DISPLAY MINIMO-TXT.
           ACCEPT ENTRADA-NUMERICA.
           IF ENTRADA-NUMERICA IS NUMERIC
               MOVE ENTRADA-NUMERICA TO MINIMO-GUARDADO
               IF MINIMO-GUARDADO = ZERO
                   DISPLAY 'El minimo no puede ser cero.'
               ELSE
                   MOVE 'S' TO CAMPO-VALIDO
               END-IF
           ELSE
               DISPLAY 'Valor invalido: introduce 3 digitos.'
           END-IF.

       VERIFICAR-SITIO-EXISTE.
           MOVE 'N' TO SITIO-ENCONTRADO.
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
                           IF SIT-CODIGO = SITIO-ENTRADA
                               MOVE 'S' TO SITIO-ENCONTRADO
                               MOVE 'S' TO FIN-SITIOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITIOS-ARCHIVO
           END-IF.

       VERIFICAR-COBERTURA-DUPLICADA.
           MOVE 'N' TO COBERTURA-DUPLICADA.
           OPEN INPUT COBERTURA-ARCHIVO.
           IF COBERTURA-STATUS = '05' OR COBERTURA-STATUS = '35'
               CLOSE COBERTURA-ARCHIVO
           ELSE
               MOVE 'N' TO FIN-COBERTURA
               PERFORM UNTIL FIN-COBERTURA = 'S'
                   READ COBERTURA-ARCHIVO
                       AT END
                           MOVE 'S' TO FIN-COBERTURA
                       NOT AT END
                           IF CMI-SITIO = SITIO-ENTRADA AND
                                   CMI-TURNO = CODIGO-ENTRADA
                               MOVE 'S' TO COBERTURA-DUPLICADA
                               MOVE 'S' TO FIN-COBERTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBERTURA-ARCHIVO
           END-IF.

       LISTAR-COBERTURA.
           OPEN INPUT COBERTURA-ARCHIVO.
           IF COBERTURA-STATUS = '05' OR COBERTURA-STATUS = '35'
               DISPLAY 'Todavia no hay dotaciones minimas.'
               CLOSE COBERTURA-ARCHIVO
           ELSE
               PERFORM LEER-Y-MOSTRAR-COBERTURA
                   UNTIL COBERTURA-STATUS = '10'
               CLOSE COBERTURA-ARCHIVO
           END-IF.

       LEER-Y-MOSTRAR-COBERTURA.
           READ COBERTURA-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'Sitio ' CMI-SITIO ' turno ' CMI-TURNO
                       ' minimo=' CMI-MINIMO
           END-READ.

       END PROGRAM TURNOS-MASTER.
