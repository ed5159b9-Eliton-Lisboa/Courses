      *    Un dato sensible tal como debe verlo el operador firmado,
      *    resuelto por ENMASCARAR-CAMPO (EnmascararCampo-155) contra
      *    la tabla sensibilidad.dat (SensibilidadMaster-156). Lo
      *    comparten las consultas de REGISTROS-INDEXADOS, el
      *    expediente, los rosters y el listado de LER-REGISTROS.
           01  CAMPO-SENSIBLE.
               05  CSB-CLASE PIC X(4).
      *            'SALA' = sueldo y tarifa, 'FISC' = ID fiscal,
      *            'CTA' = cuenta bancaria.
               05  CSB-OPERADOR PIC X(8).
               05  CSB-NIVEL PIC 9.
      *            Nivel del operador firmado (operadores.dat).
               05  CSB-EMPLEADOS-ID PIC 9(6).
      *            Persona duena del dato. CERO (subtotales) no deja
      *            linea en actividad.dat.
               05  CSB-VALOR PIC X(20).
      *            El dato ya editado tal como se va a mostrar; el
      *            subprograma lo devuelve enmascarado si el nivel no
      *            alcanza: ultimos cuatro caracteres o asteriscos,
      *            segun la tabla.
      *            Devuelto por el subprograma:
               05  CSB-ENMASCARADO PIC X.
                   88  CSB-OCULTO VALUE 'S'.
                   88  CSB-VISIBLE VALUE 'N'.
