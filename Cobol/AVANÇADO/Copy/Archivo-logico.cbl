      *            (SitiosMaster-81); blanco en registros anteriores
      *            al campo. La direccion de arriba es el domicilio
      *            particular, no donde trabaja.
               05  EMPLEADOS-GRUPO-PAGO PIC X(4).
      *            Grupo de pago (GruposPago-102): frecuencia y
      *            calendario con que cobra la persona; blanco = el
      *            grupo mensual de siempre.
               05  EMPLEADOS-BASE-PAGO PIC X.
                   88  PAGO-POR-HORA VALUE 'H'.
                   88  PAGO-SALARIO VALUES 'S' ' '.
      *            Base de pago del permanente: 'S' (o blanco en
      *            registros anteriores al campo) = sueldo mensual de
      *            EMPLEADOS-SALARIO; 'H' = por hora, cobra las horas
      *            aprobadas de horas.dat a EMPLEADOS-TARIFA-HORA. Los
      *            contratistas lo dejan en blanco.
               05  EMPLEADOS-TARIFA-HORA PIC 9(5)V99 COMP-3.
      *            Tarifa por hora normal; solo vale con PAGO-POR-HORA.
               05  EMPLEADOS-BAJA-FECHA PIC 9(8).
      *            Ultimo dia trabajado de la baja aplicada; blanco o
      *            cero en activos y en bajas anteriores al campo.
               05  EMPLEADOS-BAJA-MOTIVO PIC X(4).
      *            Codigo de motivo de baja (MotivosBaja-123,
      *            motivos_baja.dat).
               05  EMPLEADOS-RECONTRATABLE PIC X.
                   88  NO-RECONTRATABLE VALUE 'N'.
                   88  RECONTRATABLE VALUES 'S' ' '.
      *            'N' = ex empleado marcado como no elegible para
      *            recontratacion: el alta con su nombre o ID fiscal
      *            y el reingreso piden autorizacion de un admin.
               05  EMPLEADOS-FTE PIC 9(3).
      *            Porcentaje de jornada completa contratado (050 =
      *            media jornada). Cero o blanco (registros anteriores
      *            al campo) cuenta como 100. Prorratea el abono de
      *            vacaciones, la ocupacion de la plaza, el
      *            presupuesto del departamento y el FTE de los
      *            reportes de plantilla.
               05  EMPLEADOS-NACIONALIDAD PIC X(2).
      *            Pais de nacionalidad (codigo de 2 letras); blanco
      *            en registros anteriores al campo. Si difiere del
      *            pais del sitio de trabajo, la persona necesita un
      *            documento de autorizacion de trabajo vigente en
      *            autorizaciones_trabajo.dat.
               05  EMPLEADOS-GENERO PIC X.
                   88  GENERO-FEMENINO VALUE 'F'.
                   88  GENERO-MASCULINO VALUE 'M'.
                   88  GENERO-VALIDO VALUES 'F' 'M' 'X' 'N'.
      *            Genero declarado: 'F', 'M', 'X' (otro / no
      *            binario) o 'N' (prefiere no declararlo); blanco en
      *            registros anteriores al campo. Lo usa el reporte de
      *            equidad salarial (EquidadSalarial-150) y se
      *            blanquea al anonimizar.
               05  EMPLEADOS-EMPRESA PIC X(4).
      *            Empresa empleadora (razon social que contrata y
      *            paga), validada contra empresas.dat
      *            (EmpresasMaster-166); blanco en registros
      *            anteriores al campo. Nomina, pago al banco y poliza
      *            salen ademas separados por empresa.
               05  FILLER PIC X(13).
      *            Reserva para campos nuevos sin volver a cambiar el
      *            largo del registro (250 bytes).
