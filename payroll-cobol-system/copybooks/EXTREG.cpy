      * PEX-REG - renglon de pago extraordinario (PAGOEXT-FILE,
      * pagos_extraordinarios.txt). Insumo de la corrida
      * extraordinaria de NOMINA (aguinaldo, incentivos, finiquitos):
      * un empleado puede traer uno o mas renglones y NOMINA suma los
      * importes validos como el bruto de la corrida, sin tarjetas.
      * PEX-PERIODO: periodo extraordinario AAAANN; el consecutivo
      *   61-99 queda reservado para corridas fuera del calendario
      *   regular y todos los renglones deben traer el periodo que
      *   el operador indica al arrancar la corrida.
      * PEX-CONCEPTO: 'A' = aguinaldo / bono anual, 'I' = incentivo,
      *   'V' = vacaciones no gozadas (finiquito), 'F' = indemnizacion
      *   (finiquito), 'O' = otro pago extraordinario.
       01 PEX-REG.
           05 PEX-EMP-ID      PIC 9(5).
           05 PEX-PERIODO     PIC 9(6).
           05 PEX-CONCEPTO    PIC X.
           05 PEX-IMPORTE     PIC 9(6)V99.
