               05  OPER-ID PIC X(8).
               05  OPER-PASSWORD PIC X(8).
               05  OPER-NIVEL PIC 9.
               05  OPER-EMPLEADOS-ID PIC 9(6).

       FD  MENSAJES-ARCHIVO.
           01  MENSAJES-REGISTRO.
               DISPLAY 'Sign-on fallido; saliendo.'
               STOP RUN
           END-IF.
           PERFORM MENU-PRINCIPAL UNTIL OPCION-MENU = '9'.

       PROGRAM-DONE.
           STOP RUN.
      *    cual rotina encadenar por PERFORM; cada rotina vive en su
      *    propio parrafo en vez de inlinear el CALL aqui mismo.
      *    Cada renglon del menu viene del catalogo de mensajes
      *    (numeros 0001-0011) en el idioma del operador.
       MENU-PRINCIPAL.
           MOVE 0001 TO MENSAJE-NUMERO.
           MOVE '===== Base de Datos de Empleados ====='
           MOVE 0007 TO MENSAJE-NUMERO.
           MOVE '6) Asignacion de costos' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0010 TO MENSAJE-NUMERO.
           MOVE '7) Activos de la empresa' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0011 TO MENSAJE-NUMERO.
           MOVE '8) Asignaciones internacionales' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0009 TO MENSAJE-NUMERO.
           MOVE '9) Salir' TO MENSAJE-FALLBACK.
           PERFORM MOSTRAR-MENSAJE.
           MOVE 0008 TO MENSAJE-NUMERO.
           MOVE 'Elija una opcion: ' TO MENSAJE-FALLBACK.
               WHEN '6'
                   PERFORM ROTINA-ASIGNACION
               WHEN '7'
                   PERFORM ROTINA-ACTIVOS
               WHEN '8'
                   PERFORM ROTINA-ASIGNACIONES-INTL
               WHEN '9'
                   PERFORM ROTINA-SALIR
               WHEN OTHER
                   DISPLAY 'Opcion invalida.'

       ROTINA-LISTAR.
           MOVE 'LISTAR' TO PARAM-OPERACION.
           CALL 'LER-REGISTROS' USING PARAM-OPERACION OPERADOR-FIRMADO
               NIVEL-FIRMADO.

      *    REGISTROS-INDEXADOS ya ofrece alta/baja/modificacion y la
      *    consulta por clave (req 015) y por apellido (req 016) en su
               CALL 'ASIGNACION-COSTOS'
           END-IF.

       ROTINA-ACTIVOS.
           IF NIVEL-FIRMADO < 2
               DISPLAY 'Su nivel de operador es de solo consulta; no '
                   'puede mantener activos.'
           ELSE
               CALL 'ACTIVOS-EMPRESA'
           END-IF.

       ROTINA-ASIGNACIONES-INTL.
           IF NIVEL-FIRMADO < 2
               DISPLAY 'Su nivel de operador es de solo consulta; no '
                   'puede mantener asignaciones internacionales.'
           ELSE
               CALL 'ASIGNACIONES-INTL'
           END-IF.

       ROTINA-SALIR.
           DISPLAY 'Saliendo...'.

