      *    Grupo de pago y periodo de la corrida en curso, tal como lo
      *    resuelve PERIODO-GRUPO (PeriodoGrupo-103) a partir de
      *    grupo_param.dat, grupos_pago.dat y calendario_nomina.dat.
      *    Lo comparten PAYROLL-EXTRACT, RECIBOS-NOMINA, PAGOS-BANCO
      *    y EXTRACTO-CONTABLE para correr un solo grupo y periodo.
           01  CORRIDA-GRUPO.
               05  CRG-GRUPO PIC X(4).
      *            Blanco = el grupo mensual de siempre.
               05  CRG-FRECUENCIA PIC X.
                   88  CRG-MENSUAL VALUE 'M'.
                   88  CRG-CATORCENAL VALUE 'C'.
                   88  CRG-SEMANAL VALUE 'S'.
               05  CRG-PERIODOS-ANO PIC 99.
      *            12, 26 o 52: convierte montos mensuales (salario,
      *            primas, tramos de impuesto) al periodo del grupo.
               05  CRG-PERIODO PIC 9(6).
      *            AAAANN: NN = mes en el grupo mensual, numero de
      *            periodo dentro del ano en los demas.
               05  CRG-PERIODO-ANTERIOR PIC 9(6).
               05  CRG-FECHA-INICIO PIC 9(8).
               05  CRG-FECHA-CORTE PIC 9(8).
               05  CRG-FECHA-PAGO PIC 9(8).
               05  CRG-DIAS-PERIODO PIC 9(3).
               05  CRG-CALENDARIO-HALLADO PIC X.
               05  CRG-ULTIMO-EVENTO PIC X(8).
      *            Ultimo evento del grupo y periodo en periodos.dat
      *            (CORRIDA, CIERRE, REAPERT o blanco).
               05  CRG-VALIDO PIC X.
      *            'N' = grupo desconocido o periodo sin calendario:
      *            la corrida debe abortar.
