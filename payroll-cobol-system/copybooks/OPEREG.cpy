      * OPE-REG - operadores autorizados (OPERADORES-FILE,
      * operadores.txt). Lo consultan los programas que piden firma
      * del operador antes de cambiar datos maestros o de autorizar
      * una excepcion; cada accion queda en la bitacora de auditoria
      * (AUDREG, auditoria.txt) con el OPE-ID.
      * OPE-NIVEL: 1 = operador, 2 = supervisor. Los cambios de datos
      * bancarios (BANCO-RUTA, BANCO-CUENTA) y las corridas forzadas
      * de NOMINA sobre un periodo pagado requieren nivel 2.
      * OPE-ESTADO: 'A' = activo, 'B' = baja (no puede firmar).
       01 OPE-REG.
           05 OPE-ID          PIC X(8).
           05 OPE-NOMBRE      PIC X(20).
           05 OPE-CLAVE       PIC X(8).
           05 OPE-NIVEL       PIC 9.
           05 OPE-ESTADO      PIC X.
