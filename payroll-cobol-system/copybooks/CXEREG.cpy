      * CXE-REG - movimientos de la cuenta por cobrar a empleados por
      * compras en el almacen (CXCEMP-FILE, cxc_empleados.txt,
      * cuenta contable 1140). GESTION-INVENTARIO agrega un cargo 'C'
      * por cada venta a empleado y NOMINA un abono 'A' por cada
      * descuento de orden 'C' aplicado, una vez grabadas las
      * ordenes de la corrida. El saldo por empleado (cargos menos
      * abonos) debe igualar el saldo de sus ordenes 'C' activas
      * (CONCILIACION-COMPRAS).
      * CXE-TIPO: 'C' = cargo (venta), 'A' = abono (descuento).
      * CXE-REFERENCIA: codigo de producto en los cargos, periodo
      *   AAAANN de la corrida en los abonos.
       01 CXE-REG.
           05 CXE-EMP-ID      PIC 9(5).
           05 CXE-FECHA       PIC 9(8).
           05 CXE-TIPO        PIC X.
           05 CXE-IMPORTE     PIC 9(8).
           05 CXE-REFERENCIA  PIC X(10).
