      * TAS-TIPO 'N' = neto protegido: TAS-LIMITE es el neto minimo
      *   del periodo que las ordenes de deduccion (ORDREG) no
      *   pueden invadir, TAS-PORC sin uso (0).
      * TAS-TIPO 'V' = acumulacion de vacaciones: TAS-PORC son las
      *   horas que se abonan al saldo en cada corrida regular en que
      *   se paga al empleado, TAS-LIMITE el saldo maximo en horas
      *   (0 = sin tope).
      * TAS-TIPO 'E' = acumulacion de enfermedad: mismo uso que 'V'
      *   para el saldo de horas de enfermedad.
       01 TAS-REG.
           05 TAS-TIPO        PIC X.
           05 TAS-LIMITE      PIC 9(9).
