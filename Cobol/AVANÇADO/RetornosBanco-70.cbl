      *          (reemision_pagos.txt) para que nadie se quede un
      *          ciclo entero sin cobrar. Los retornos sin pago que
      *          los respalde salen como excepciones.
      *          Una prenota devuelta (detalle en cero marcado 'P')
      *          deja la cuenta nueva fallida sin pasar a reemision
      *          (no hubo dinero) y se avisa a RRHH en
      *          prenotas_rechazadas.txt para que recapture los datos
      *          con el empleado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REEMISION-STATUS.

      *    Aviso a RRHH de las prenotas rechazadas por el banco.
           SELECT AVISO-PRENOTAS-ARCHIVO
           ASSIGN TO 'prenotas_rechazadas.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AVISO-PRENOTAS-STATUS.


      *    Bitacora estandar de corridas (una linea por corrida de
      *    cada programa batch); RESUMEN-OPERACIONES arma con esto el
               05  PAGO-CUENTA PIC X(20).
               05  PAGO-IMPORTE PIC 9(9)V99.
               05  PAGO-ID-FISCAL PIC X(15).
               05  PAGO-PRENOTA PIC X.
               05  FILLER PIC X(18).

       FD  BANCO-ARCHIVO.
           01  BANCO-REGISTRO.
               05  BANCO-ESTADO PIC X.
                   88  BANCO-CUENTA-ACTIVA VALUE 'A' ' '.
                   88  BANCO-CUENTA-FALLIDA VALUE 'F'.
                   88  BANCO-CUENTA-PRENOTA VALUE 'P'.
               05  BANCO-PEND-NOMBRE PIC X(20).
               05  BANCO-PEND-CODIGO PIC X(8).
               05  BANCO-PEND-CUENTA PIC X(20).
               05  BANCO-PEND-OPERADOR PIC X(8).
               05  BANCO-PEND-FECHA PIC 9(8).
               05  BANCO-PRENOTA-FECHA PIC 9(8).

       FD  REEMISION-ARCHIVO.
           01  LINEA-REEMISION PIC X(80).

       FD  AVISO-PRENOTAS-ARCHIVO.
           01  LINEA-AVISO-PRENOTA PIC X(100).


       FD  RUN-LOG-ARCHIVO.
           01  RUN-LOG-REGISTRO.
           01  FIN-RETORNOS PIC X.
           01  FIN-PAGOS PIC X.
           01  PAGO-ENCONTRADO PIC X.
           01  PAGO-ES-PRENOTA PIC X.
           01  AVISO-PRENOTAS-STATUS PIC XX.

           01  TOTAL-RETORNOS PIC 9(5) VALUE ZERO.
           01  TOTAL-CASADOS PIC 9(5) VALUE ZERO.
           01  TOTAL-EXCEPCIONES PIC 9(5) VALUE ZERO.
           01  TOTAL-PRENOTAS PIC 9(5) VALUE ZERO.

           01  LINEA-REM-DETALLE.
               05  FILLER PIC X(9) VALUE 'REEMITIR '.
               05  FILLER PIC X(9) VALUE ' motivo= '.
               05  REM-MOTIVO PIC X(20).

           01  LINEA-AVISO-DETALLE.
               05  FILLER PIC X(18) VALUE 'PRENOTA RECHAZADA '.
               05  AVI-ID PIC 9(6).
               05  FILLER PIC X(8) VALUE ' banco= '.
               05  AVI-CODIGO-BANCO PIC X(8).
               05  FILLER PIC X(9) VALUE ' cuenta= '.
               05  AVI-CUENTA PIC X(20).
               05  FILLER PIC X(9) VALUE ' motivo= '.
               05  AVI-MOTIVO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-INICIO-TS.
           PERFORM CERRAR-ARCHIVOS.
           DISPLAY 'Retornos leidos   : ' TOTAL-RETORNOS.
           DISPLAY 'Casados y marcados: ' TOTAL-CASADOS.
           DISPLAY 'Prenotas devueltas: ' TOTAL-PRENOTAS
               ' (aviso en prenotas_rechazadas.txt)'.
           DISPLAY 'Excepciones       : ' TOTAL-EXCEPCIONES.
           DISPLAY 'Lista de reemision en reemision_pagos.txt'.
           PERFORM REGISTRAR-RUN-LOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT AVISO-PRENOTAS-ARCHIVO.
           IF AVISO-PRENOTAS-STATUS NOT = '00'
               DISPLAY 'Error de archivo AVISO-PRENOTAS. STATUS ='
                   AVISO-PRENOTAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE RETORNOS-ARCHIVO.
           CLOSE BANCO-ARCHIVO.
           CLOSE REEMISION-ARCHIVO.
           CLOSE AVISO-PRENOTAS-ARCHIVO.

       PROCESAR-RETORNOS.
           MOVE 'N' TO FIN-RETORNOS.
           IF PAGO-ENCONTRADO = 'S'
               PERFORM MARCAR-CUENTA-FALLIDA
               ADD 1 TO TOTAL-CASADOS
               IF PAGO-ES-PRENOTA = 'S'
                   PERFORM AVISAR-PRENOTA-RECHAZADA
               ELSE
                   MOVE RET-EMPLEADOS-ID TO REM-ID
                   MOVE RET-IMPORTE TO REM-IMPORTE
                   MOVE RET-MOTIVO TO REM-MOTIVO
                   MOVE LINEA-REM-DETALLE TO LINEA-REEMISION
                   WRITE LINEA-REEMISION
               END-IF
           ELSE
               ADD 1 TO TOTAL-EXCEPCIONES
               DISPLAY 'Excepcion: retorno del ID ' RET-EMPLEADOS-ID

       BUSCAR-PAGO-EMITIDO.
           MOVE 'N' TO PAGO-ENCONTRADO.
           MOVE 'N' TO PAGO-ES-PRENOTA.
           OPEN INPUT PAGOS-ARCHIVO.
           IF PAGOS-STATUS = '05' OR PAGOS-STATUS = '35'
               CLOSE PAGOS-ARCHIVO
                                   PAGO-ID = RET-EMPLEADOS-ID AND
                                   PAGO-IMPORTE = RET-IMPORTE
                               MOVE 'S' TO PAGO-ENCONTRADO
                               IF PAGO-PRENOTA = 'P'
                                   MOVE 'S' TO PAGO-ES-PRENOTA
                               END-IF
                               MOVE 'S' TO FIN-PAGOS
                           END-IF
                   END-READ
           END-READ.


      *    La cuenta ya quedo fallida en MARCAR-CUENTA-FALLIDA (con
      *    los datos de banco.dat en el registro); RRHH recibe banco,
      *    cuenta y motivo para pedir al empleado datos correctos.
       AVISAR-PRENOTA-RECHAZADA.
           ADD 1 TO TOTAL-PRENOTAS.
           MOVE RET-EMPLEADOS-ID TO AVI-ID.
           MOVE BANCO-CODIGO-BANCO TO AVI-CODIGO-BANCO.
           MOVE BANCO-CUENTA TO AVI-CUENTA.
           MOVE RET-MOTIVO TO AVI-MOTIVO.
           MOVE LINEA-AVISO-DETALLE TO LINEA-AVISO-PRENOTA.
           WRITE LINEA-AVISO-PRENOTA.
           DISPLAY 'Prenota rechazada: ID ' RET-EMPLEADOS-ID
               ' (' RET-MOTIVO '); aviso a RRHH.'.

      *    Linea estandar de bitacora de corrida; solo se escribe al
      *    terminar bien, de modo que un programa caido se nota por
      *    la ausencia de su linea en el resumen diario.
