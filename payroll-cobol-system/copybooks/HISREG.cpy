      * detalle del pago; el archivo nunca se vacia, de modo que
      * CONSULTA-PAGOS puede responder disputas de periodos viejos
      * aunque recibos.txt ya se haya sobreescrito.
      * HIS-TIPO: 'R' (o espacio) = corrida regular,
      *   'E' = corrida extraordinaria (aguinaldo, finiquito, etc.),
      *   'T' = retroactivo por cambio de salario (ver SALREG).
      * HIS-SALARIO: salario con el que se calculo el pago; en los
      *   renglones 'T' es el salario nuevo que se completo.
       01 HIS-REG.
           05 HIS-EMP-ID      PIC 9(5).
           05 HIS-PERIODO     PIC 9(6).
           05 HIS-SEGMEDICO   PIC 9(5).
           05 HIS-ORDENES     PIC 9(6).
           05 HIS-NETO        PIC 9(6).
           05 HIS-TIPO        PIC X.
           05 HIS-SALARIO     PIC 9(6).
