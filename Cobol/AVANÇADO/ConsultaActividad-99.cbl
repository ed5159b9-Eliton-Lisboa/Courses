      * Purpose: Consulta de la bitacora de actividad de operadores
      *          (actividad.dat: sign-ons, opciones de menu tomadas y
      *          consultas sobre empleados concretos, escrita por
      *          BaseDeDados-01 y RegistrosIndexados-05, y las vistas
      *          completas de sueldo, ID fiscal y cuenta - eventos
      *          VER-SALA, VER-FISC, VER-CTA de EnmascararCampo-155):
      *          filtra por operador y por empleado (blanco = todos)
      *          y rango de fechas, con
      *          salida en pantalla o como reporte, y totales de
      *          eventos por tipo - el espejo de ConsultaAuditoria-50
      *          para "quien miro que" en vez de "quien cambio que".

           01  OPERADOR-FILTRO-TXT PIC X(44)
               VALUE 'Operador a filtrar (ENTER = todos): '.
           01  EMPLEADO-FILTRO-TXT PIC X(44)
               VALUE 'ID de empleado a filtrar (ENTER = todos): '.
           01  MODO-SALIDA-TXT PIC X(44)
               VALUE 'Salida (P=pantalla, R=reporte impreso): '.

           01  OPERADOR-FILTRO PIC X(8).
      *    "Quien miro el sueldo de esta persona": las lineas con el
      *    ID de empleado pedido (ceros = todos).
           01  EMPLEADO-FILTRO-ENTRADA PIC X(6).
           01  EMPLEADO-FILTRO PIC 9(6) VALUE ZERO.
           01  FECHA-DESDE PIC 9(8).
           01  FECHA-HASTA PIC 9(8).
           01  LIMITE-ENTRADA PIC X(8).
           ACCEPT OPERADOR-FILTRO.
           MOVE FUNCTION UPPER-CASE(OPERADOR-FILTRO)
               TO OPERADOR-FILTRO.
           DISPLAY EMPLEADO-FILTRO-TXT.
           ACCEPT EMPLEADO-FILTRO-ENTRADA.
           IF EMPLEADO-FILTRO-ENTRADA NOT = SPACES
               COMPUTE EMPLEADO-FILTRO =
                   FUNCTION NUMVAL(EMPLEADO-FILTRO-ENTRADA)
           END-IF.
           MOVE 'N' TO FILTRO-VALIDO.
           PERFORM UNTIL FILTRO-VALIDO = 'S'
               DISPLAY 'Desde (AAAAMMDD):'
                               FUNCTION TRIM(OPERADOR-FILTRO)
                       MOVE 'S' TO LINEA-PASA-FILTRO
                   END-IF
                   IF EMPLEADO-FILTRO NOT = ZERO AND
                           ACT-LIN-ID NOT = EMPLEADO-FILTRO
                       MOVE 'N' TO LINEA-PASA-FILTRO
                   END-IF
               END-IF
           END-IF.
           IF LINEA-PASA-FILTRO = 'S'
