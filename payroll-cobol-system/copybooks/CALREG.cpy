      * pagado; al terminar una corrida con empleados procesados el
      * periodo se marca 'P'.
      * CAL-ESTADO: 'A' = abierto, 'P' = pagado.
      * CAL-TIPO: 'R' (o espacio) = periodo regular; 'E' = periodo
      *   extraordinario (consecutivo 61-99) que NOMINA agrega al
      *   marcar pagada una corrida extraordinaria. La resolucion del
      *   periodo regular por fecha ignora los renglones 'E'.
       01 CAL-REG.
           05 CAL-PERIODO     PIC 9(6).
           05 CAL-FECHA-INI   PIC 9(8).
           05 CAL-FECHA-FIN   PIC 9(8).
           05 CAL-ESTADO      PIC X.
           05 CAL-TIPO        PIC X.
