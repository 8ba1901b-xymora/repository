      * CPG-REG - cheques pagados por el banco (CHQPAG-FILE,
      * cheques_pagados.txt). Lo entrega el banco con cada estado de
      * cuenta: un renglon por cheque presentado y pagado.
      * CONCILIACION-CHEQUES lo cruza contra registro_cheques.txt
      * por CPG-NUMERO; un mismo numero puede venir mas de una vez si
      * el cheque se presento dos veces.
       01 CPG-REG.
           05 CPG-NUMERO      PIC 9(6).
           05 CPG-FECHA-PAGO  PIC 9(8).
           05 CPG-MONTO       PIC 9(6).
