      * EMP-REG - registro maestro de empleados (EMPLEADOS,
      * empleados.txt, indexado por EMP-ID). NOMINA lo lee en orden
      * de clave y casa contra el las tarjetas, las ordenes de
      * deduccion y los pagos extraordinarios clasificados por
      * empleado; MANTENIMIENTO-EMPLEADOS y RETORNO-ACH actualizan
      * un registro a la vez. CONVERTIR-EMPLEADOS carga el archivo
      * desde el formato secuencial anterior (empleados_ant.txt).
      * EMP-ESTADO: 'A' = activo, 'T' = terminado (baja logica,
      * conserva el registro para el historial acumulado YTD)
      * EMP-FORMA-PAGO: 'D' = deposito directo, 'C' = cheque (se marca
