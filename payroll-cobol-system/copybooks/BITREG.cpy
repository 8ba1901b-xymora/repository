      * Si al iniciar NOMINA la bitacora trae renglones, la corrida
      * anterior quedo incompleta y sus posteos se retroceden del
      * acumulado antes de volver a empezar.
      * BIT-VAC-xxx / BIT-ENF-xxx: horas de licencia usadas y
      * acumuladas que el mismo posteo aplico al saldo de LICREG, y
      * BIT-LIC-PER-ANT el LIC-ULT-PERIODO que tenia el saldo antes
      * del posteo, para retroceder tambien los saldos de licencia.
       01 BIT-REG.
           05 BIT-EMP-ID      PIC 9(5).
           05 BIT-ANIO        PIC 9(4).
           05 BIT-BRUTO       PIC 9(6)V99.
           05 BIT-DEDUC       PIC 9(6).
           05 BIT-NETO        PIC 9(6).
           05 BIT-VAC-USO     PIC 9(4)V99.
           05 BIT-VAC-ACUM    PIC 9(4)V99.
           05 BIT-ENF-USO     PIC 9(4)V99.
           05 BIT-ENF-ACUM    PIC 9(4)V99.
           05 BIT-LIC-PER-ANT PIC 9(6).
