      *    Consulta del salario minimo legal, tal como la resuelve
      *    VERIFICAR-MINIMO (VerificarMinimo-149) contra la tabla
      *    salario_minimo.dat (SalarioMinimo-148). La comparten la
      *    captura y modificacion de empleados, la revision salarial,
      *    la carga por lotes y el reporte de cumplimiento.
           01  SALARIO-MINIMO-CONSULTA.
               05  SMC-PAIS PIC X(2).
               05  SMC-REGION PIC X(10).
      *            Pais y region del domicilio. Manda el pais (y la
      *            region) del sitio de trabajo de sitios.dat; estos
      *            solo valen si el sitio no tiene pais.
               05  SMC-SITIO PIC X(4).
               05  SMC-FECHA PIC 9(8).
      *            Fecha a la que se evalua: la tarifa vigente es la
      *            mas reciente que no pase de esta fecha.
               05  SMC-TIPO PIC X.
      *            'C' = contratista: lo paga su agencia, no se
      *            compara.
               05  SMC-BASE-PAGO PIC X.
                   88  SMC-POR-HORA VALUE 'H'.
               05  SMC-FTE PIC 9(3).
      *            Cero o no numerico cuenta como 100.
               05  SMC-SALARIO PIC 9(7)V99.
               05  SMC-TARIFA-HORA PIC 9(5)V99.
      *            Devueltos por el subprograma:
               05  SMC-PAIS-LEY PIC X(2).
               05  SMC-REGION-LEY PIC X(10).
               05  SMC-FECHA-VIGENCIA PIC 9(8).
      *            Vigencia de la tarifa aplicada; cero = no hay
      *            tarifa para ese pais a esa fecha.
               05  SMC-MINIMO-MENSUAL PIC 9(7)V99.
      *            Minimo mensual ya prorrateado por SMC-FTE.
               05  SMC-MINIMO-HORA PIC 9(5)V99.
               05  SMC-RESULTADO PIC X.
                   88  SMC-CUMPLE VALUE 'S'.
                   88  SMC-BAJO-MINIMO VALUE 'N'.
      *            Sin tarifa, con tarifa cero o para contratistas
      *            siempre cumple.
