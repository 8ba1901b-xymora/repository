      * ley, en orden de ORD-PRIORIDAD (1 = mas alta) y respetando
      * el neto protegido (TAS-TIPO 'N' en tasas.txt).
      * ORD-TIPO: 'P' = pension alimenticia, 'R' = prestamo,
      *   'A' = plan de ahorro, 'C' = compras del empleado en el
      *   almacen (la crea y le suma saldo GESTION-INVENTARIO con
      *   cada venta a empleado; lo descontado se abona a la cuenta
      *   por cobrar 1140, ver CXEREG).
      * ORD-METODO: 'F' = ORD-MONTO fijo por corrida,
      *   'P' = ORD-PORC por ciento del neto.
      * ORD-SALDO: saldo pendiente que baja en cada corrida; al
