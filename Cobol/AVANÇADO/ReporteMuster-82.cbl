      *          Regenerado cada noche en ProcesoNocturno-10.jcl, para
      *          que el simulacro no vuelva a tardar una hora en armar
      *          las listas. Los activos sin sitio asignado salen al
      *          final, para perseguir la captura faltante. Junto a
      *          cada empleado sale su turno de hoy segun
      *          horario_turnos.dat (HorarioTurnos-129): el codigo del
      *          turno, LIBRE si ese dia no le toca, o '-' si no tiene
      *          horario capturado para la semana.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS EMERGENCIA-STATUS.

      *    Horario semanal de turnos, clave ID + lunes de la semana.
           SELECT OPTIONAL HORARIO-ARCHIVO
           ASSIGN TO 'horario_turnos.dat'
           ORGANIZATION IS INDEXED
           RECORD KEY IS HOR-CLAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS HORARIO-STATUS.

           SELECT PRINT-FILE
           ASSIGN TO 'muster_sitios.txt'
           ORGANIZATION IS LINE SEQUENTIAL
               05  SIT-NOMBRE PIC X(30).
               05  SIT-DIRECCION PIC X(40).
               05  SIT-PAIS PIC X(2).
               05  SIT-REGION PIC X(10).

       FD  EMERGENCIA-ARCHIVO.
           01  EMERGENCIA-REGISTRO.
               05  EMERGENCIA-PARENTESCO PIC X(15).
               05  EMERGENCIA-TELEFONO PIC X(9).

       FD  HORARIO-ARCHIVO.
           01  HORARIO-REGISTRO.
               05  HOR-CLAVE.
                   10  HOR-EMPLEADOS-ID PIC 9(6).
                   10  HOR-SEMANA PIC 9(8).
               05  HOR-SITIO PIC X(4).
               05  HOR-TURNO PIC X(4) OCCURS 7 TIMES.

       FD  PRINT-FILE.
           01  PRINT-LINE PIC X(100).

           01  EMPLEADOS-STATUS PIC XX.
           01  SITIOS-STATUS PIC XX.
           01  EMERGENCIA-STATUS PIC XX.
           01  HORARIO-STATUS PIC XX.
           01  PRINT-STATUS PIC XX.
           01  FIN-DEL-ARCHIVO PIC X.
           01  FIN-SITIOS PIC X.
           01  TOTAL-SIN-SITIO PIC 9(5) VALUE ZERO.
           01  CONTACTO-NOMBRE PIC X(25).
           01  CONTACTO-TELEFONO PIC X(9).
           01  TURNO-HOY PIC X(5).
      *    Lunes de esta semana y dia de hoy (1 = lunes).
           01  FECHA-HOY PIC 9(8).
           01  DIA-ABSOLUTO PIC 9(7).
           01  DIA-HOY PIC 9.
           01  LUNES-SEMANA PIC 9(8).

           01  LINEA-ENCABEZADO-SITIO.
               05  FILLER PIC X(6) VALUE 'SITIO '.
               05  DET-CONTACTO PIC X(26).
               05  FILLER PIC X(5) VALUE 'tel: '.
               05  DET-TELEFONO PIC X(9).
               05  FILLER PIC X(7) VALUE ' turno '.
               05  DET-TURNO PIC X(5).

           01  LINEA-SUBTOTAL.
               05  FILLER PIC X(22) VALUE '  Headcount del sitio:'.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.
           COMPUTE DIA-ABSOLUTO = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           COMPUTE DIA-HOY = FUNCTION REM(DIA-ABSOLUTO + 6, 7) + 1.
           COMPUTE LUNES-SEMANA =
               FUNCTION DATE-OF-INTEGER(DIA-ABSOLUTO - DIA-HOY + 1).
           PERFORM ABRIR-ARCHIVOS.
           PERFORM RECORRER-SITIOS.
           PERFORM LISTAR-SIN-SITIO.
               STOP RUN
           END-IF.
           OPEN INPUT EMERGENCIA-ARCHIVO.
           OPEN INPUT HORARIO-ARCHIVO.
           OPEN OUTPUT PRINT-FILE.
           IF PRINT-STATUS NOT = '00'
               DISPLAY 'Error de archivo PRINT-FILE. STATUS ='
           CLOSE EMPLEADOS-ARCHIVO.
           CLOSE SITIOS-ARCHIVO.
           CLOSE EMERGENCIA-ARCHIVO.
           CLOSE HORARIO-ARCHIVO.
           CLOSE PRINT-FILE.

      *    Una seccion por sitio (rebobinando el maestro por sitio,

       IMPRIMIR-EMPLEADO.
           PERFORM BUSCAR-CONTACTO-EMERGENCIA.
           PERFORM BUSCAR-TURNO-HOY.
           MOVE TURNO-HOY TO DET-TURNO.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE.
           MOVE CONTACTO-NOMBRE TO DET-CONTACTO.
               END-READ
           END-IF.

      *    Turno de hoy en el horario de esta semana.
       BUSCAR-TURNO-HOY.
           MOVE '-' TO TURNO-HOY.
           IF HORARIO-STATUS = '00'
               MOVE EMPLEADOS-ID TO HOR-EMPLEADOS-ID
               MOVE LUNES-SEMANA TO HOR-SEMANA
               READ HORARIO-ARCHIVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HOR-TURNO(DIA-HOY) = SPACES
                           MOVE 'LIBRE' TO TURNO-HOY
                       ELSE
                           MOVE HOR-TURNO(DIA-HOY) TO TURNO-HOY
                       END-IF
               END-READ
           END-IF.

      *    Activos sin sitio asignado (registros previos al campo o
      *    capturas incompletas), al final para perseguirlos.
       LISTAR-SIN-SITIO.
