      *    Cambio de sueldo (o de base de pago y tarifa por hora)
      *    sujeto a doble aprobacion, tal como lo
      *    resuelve SOLICITUD-SALARIO (SolicitudSalario-157) contra
      *    el limite de aprobacion_salario_param.dat y la cola
      *    salario_pendiente.dat. Lo comparten la modificacion de
      *    REGISTROS-INDEXADOS y la captura de TRANSACCIONES-COMP.
           01  CAMBIO-SALARIO-CONSULTA.
               05  CSA-ACCION PIC X.
                   88  CSA-EVALUAR VALUE 'E'.
                   88  CSA-ENCOLAR VALUE 'C'.
      *            'E' = solo decir si el cambio pide aprobacion;
      *            'C' = dejarlo en la cola de pendientes.
               05  CSA-EMPLEADOS-ID PIC 9(6).
               05  CSA-ORIGEN PIC X.
      *            'M' = modificacion en linea (RegistrosIndexados-05);
      *            'T' = transaccion con fecha efectiva
      *            (TransaccionesComp-27).
               05  CSA-FECHA-EFECTIVA PIC 9(8).
               05  CSA-SALARIO-ANTERIOR PIC 9(7)V99.
               05  CSA-SALARIO-NUEVO PIC 9(7)V99.
               05  CSA-MOTIVO PIC X(40).
               05  CSA-SOLICITANTE PIC X(8).
               05  CSA-BASE-ANTERIOR PIC X.
               05  CSA-BASE-NUEVA PIC X.
               05  CSA-TARIFA-ANTERIOR PIC 9(5)V99.
               05  CSA-TARIFA-NUEVA PIC 9(5)V99.
      *            Base de pago ('S' sueldo, 'H' por hora) y tarifa por
      *            hora antes y despues; iguales (blanco y cero) en los
      *            cambios que solo tocan el sueldo.
      *            Devueltos por el subprograma:
               05  CSA-PORCENTAJE-LIMITE PIC 9(3).
      *            Aumento maximo (%) que pasa sin aprobacion.
               05  CSA-APROBACION PIC X.
                   88  CSA-REQUIERE-APROBACION VALUE 'S'.
                   88  CSA-SIN-APROBACION VALUE 'N'.
      *            Toda baja de sueldo o de tarifa, todo aumento por
      *            encima del limite y todo cambio de base piden
      *            aprobacion.
               05  CSA-ENCOLADO PIC X.
                   88  CSA-ENCOLADO-OK VALUE 'S'.
