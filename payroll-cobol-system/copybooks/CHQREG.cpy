      * la secuencia entre corridas (maximo registrado + 1).
      * CHQ-ESTADO: 'E' = emitido, 'A' = anulado,
      * 'R' = anulado con reposicion (MANTENIMIENTO-CHEQUES emite el
      * cheque de reposicion con folio nuevo), 'C' = cobrado segun el
      * archivo de cheques pagados del banco (CONCILIACION-CHEQUES).
      * CHQ-FECHA-COBRO: fecha en que el banco pago el cheque (0
      *   mientras no se cobra).
       01 CHQ-REG.
           05 CHQ-NUMERO      PIC 9(6).
           05 CHQ-FECHA       PIC 9(8).
           05 CHQ-NOMBRE      PIC X(20).
           05 CHQ-MONTO       PIC 9(6).
           05 CHQ-ESTADO      PIC X.
           05 CHQ-FECHA-COBRO PIC 9(8).
