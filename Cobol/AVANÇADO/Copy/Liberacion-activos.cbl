      *    Constancia de liberacion de activos de una baja, tal como
      *    la arma LIBERACION-ACTIVOS (LiberacionActivos-145) a partir
      *    de activos.dat y descuento_activos.dat. La comparten los
      *    CALCULAR-FINIQUITO de REGISTROS-INDEXADOS, APLICAR-BAJAS y
      *    REDUCCION-PLANTILLA.
           01  LIBERACION-ACTIVOS.
               05  LBA-EMPLEADOS-ID PIC 9(6).
               05  LBA-NOMBRE PIC X(25).
               05  LBA-APELLIDOS PIC X(35).
               05  LBA-SITIO PIC X(4).
               05  LBA-PAIS PIC X(2).
      *            Pais del domicilio. La ley que decide si el valor
      *            de los activos no devueltos se puede descontar del
      *            finiquito es la del pais del sitio (sitios.dat), o
      *            la de este pais si el sitio no lo tiene.
               05  LBA-FECHA-BAJA PIC 9(8).
      *            Devueltos por el subprograma:
               05  LBA-PENDIENTES PIC 9(3).
      *            Activos entregados a la persona y no devueltos.
               05  LBA-VALOR-PENDIENTE PIC 9(7)V99.
               05  LBA-DESCUENTO-PERMITIDO PIC X.
                   88  LBA-PUEDE-DESCONTAR VALUE 'S'.
      *            'S' = ese pais figura en descuento_activos.dat: el
      *            finiquito descuenta LBA-VALOR-PENDIENTE topado al
      *            total, igual que el saldo de prestamo.
