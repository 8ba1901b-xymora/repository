      * AUD-REG - bitacora de auditoria (AUDITORIA-FILE,
      * auditoria.txt). Archivo permanente que solo se abre en
      * EXTEND: un renglon por cada registro maestro cambiado o por
      * cada excepcion autorizada, con la firma del operador y la
      * imagen del registro antes y despues del cambio (espacios
      * cuando no aplica, p. ej. antes de un alta). REPORTE-AUDITORIA
      * lo lista por rango de fechas y tipo de accion.
      * AUD-ACCION:
      *   'ALT' alta de empleado        'BAJ' baja de empleado
      *   'MOD' cambio de otros datos   'SAL' cambio de salario
      *   'BCO' cambio de datos bancarios
      *   'ANU' anulacion de cheque     'REP' cheque de reposicion
      *   'FZA' corrida forzada de NOMINA sobre periodo pagado
      *   'AJU' ajuste de inventario por conteo fisico aprobado
      *   'NEG' firma rechazada o nivel insuficiente
      * AUD-CLAVE: llave del registro afectado (EMP-ID, CHQ-NUMERO,
      *   periodo o CODIGO de producto) alineada a la izquierda.
       01 AUD-REG.
           05 AUD-FECHA       PIC 9(8).
           05 AUD-HORA        PIC 9(6).
           05 AUD-OPERADOR    PIC X(8).
           05 AUD-PROGRAMA    PIC X(24).
           05 AUD-ACCION      PIC X(3).
           05 AUD-CLAVE       PIC X(15).
           05 AUD-ANTES       PIC X(100).
           05 AUD-DESPUES     PIC X(100).
