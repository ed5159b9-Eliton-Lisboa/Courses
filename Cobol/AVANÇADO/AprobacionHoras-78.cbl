      *          vivos). ReporteHoras-30 y ReporteAgencias-31 solo
      *          cuentan horas aprobadas; ya no se paga a la agencia
      *          una semana que el supervisor despues disputa.
      *          Las hojas de los permanentes por hora pasan por la
      *          misma aprobacion: RecibosNomina-21 solo les paga las
      *          semanas aprobadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           01  SUPERVISOR-ID PIC 9(6).
           01  DECISION-HOJA PIC X.
           01  HOJAS-REVISADAS PIC 9(4).
           01  GUARDA-REGISTRO-SUP PIC X(250).
           01  ES-DE-SU-GENTE PIC X.

       PROCEDURE DIVISION.
