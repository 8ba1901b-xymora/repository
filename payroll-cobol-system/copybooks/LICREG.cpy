      * LIC-REG - saldos de licencia por empleado (LICENCIAS-FILE,
      * licencias.txt, indexado por LIC-EMP-ID). Saldos en horas.
      * Cada corrida regular de NOMINA descuenta las horas de licencia
      * pagadas en el periodo (tarjetas 'V' y 'E' de TARREG) y abona
      * la acumulacion del periodo segun las tasas 'V' y 'E' de
      * TASREG, una sola vez por periodo. La corrida extraordinaria
      * que paga vacaciones no gozadas (concepto 'V' de EXTREG) deja
      * el saldo de vacaciones en cero.
      * LIC-ULT-PERIODO: ultimo periodo regular que abono
      *   acumulacion al saldo.
       01 LIC-REG.
           05 LIC-EMP-ID      PIC 9(5).
           05 LIC-SALDO-VAC   PIC 9(4)V99.
           05 LIC-SALDO-ENF   PIC 9(4)V99.
           05 LIC-ULT-PERIODO PIC 9(6).
