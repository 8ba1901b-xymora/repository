      * puede traer una o mas tarjetas por empleado; NOMINA suma las
      * horas de las tarjetas validas de cada empleado para calcular
      * el pago bruto. Dos tarjetas del mismo empleado con la misma
      * TAR-FECHA y el mismo TAR-TIPO se consideran duplicadas y la
      * segunda se rechaza.
      * TAR-TIPO: 'T' (o espacio) = horas trabajadas, 'V' = horas de
      *   vacaciones, 'E' = horas de enfermedad. Las horas de licencia
      *   se pagan a la tarifa normal contra el saldo de LICREG; la
      *   tarjeta que pide mas horas de las que hay en el saldo se
      *   rechaza. El tiempo extra se calcula solo sobre horas 'T'.
       01 TAR-REG.
           05 TAR-EMP-ID      PIC 9(5).
           05 TAR-PERIODO     PIC 9(6).
           05 TAR-FECHA       PIC 9(8).
           05 TAR-HORAS       PIC 9(3).
           05 TAR-TIPO        PIC X.
