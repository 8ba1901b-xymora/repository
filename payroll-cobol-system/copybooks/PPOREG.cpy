      * PPO-REG - archivo de pago positivo para el banco
      * (PAGOPOS-FILE, pago_positivo.txt). NOMINA agrega un renglon
      * 'I' por cada cheque que emite y MANTENIMIENTO-CHEQUES un
      * renglon 'V' por cada anulacion y un 'I' por cada cheque de
      * reposicion. El archivo se acumula hasta que se transmite al
      * banco; el banco solo paga cheques emitidos, no anulados y por
      * el importe informado.
      * PPO-TIPO: 'I' = emision, 'V' = anulacion.
      * PPO-FECHA: fecha de emision o de anulacion.
       01 PPO-REG.
           05 PPO-TIPO        PIC X.
           05 PPO-NUMERO      PIC 9(6).
           05 PPO-FECHA       PIC 9(8).
           05 PPO-MONTO       PIC 9(6).
           05 PPO-BENEFICIARIO PIC X(20).
           05 PPO-EMP-ID      PIC 9(5).
