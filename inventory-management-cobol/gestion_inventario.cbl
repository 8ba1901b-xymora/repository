           SELECT ERRLOTE-FILE ASSIGN TO 'errores_lote.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERL-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO 'operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO 'auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT ALMACENES ASSIGN TO 'almacenes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CODIGO
               FILE STATUS IS WS-ALM-STATUS.
           SELECT EXISTENCIAS ASSIGN TO 'existencias.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXI-CLAVE
               FILE STATUS IS WS-EXI-STATUS.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ORDDED-FILE ASSIGN TO 'ordenes_deduccion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDD-STATUS.
           SELECT ORDDED-NUEVO ASSIGN TO 'ordenes_compras.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONV-STATUS.
           SELECT CXCEMP-FILE ASSIGN TO 'cxc_empleados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 REP-REORDEN         PIC ZZZ9.

       FD MOV-FILE.
      * MOV-TIPO: 'E' entrada, 'I' existencia inicial de un producto
      *   nuevo, 'S' salida, 'V' venta a empleado, 'A' ajuste por
      *   conteo, 'T' transferencia entre almacenes.
       01 MOV-REG.
           05 MOV-FECHA           PIC 9(8).
           05 MOV-CODIGO          PIC X(6).
           05 MOV-TIPO            PIC X(1).
           05 MOV-SALDO           PIC 9(4).
           05 MOV-COSTO           PIC 9(5)V99.
           05 MOV-ALMACEN         PIC X(3).
           05 MOV-SALDO-ALM       PIC 9(4).
           05 MOV-ALM-DESTINO     PIC X(3).
           05 MOV-SALDO-DES       PIC 9(4).
           05 MOV-EMP-ID          PIC 9(5).
           05 MOV-IMPORTE         PIC 9(6).

       FD CONTEO-FILE.
       01 CON-REG.
           05 CON-CODIGO          PIC X(6).
           05 CON-CANTIDAD        PIC 9(4).
           05 CON-ALMACEN         PIC X(3).

       FD VARIANZA-FILE.
       01 VARIANZA-LINEA          PIC X(60).
           05 OC-CANTIDAD         PIC 9(4).
           05 OC-FECHA            PIC 9(8).
           05 OC-ESTADO           PIC X.
           05 OC-PRECIO           PIC 9(5)V99.
           05 OC-CANT-RECIBIDA    PIC 9(4).
           05 OC-CANT-FACTURADA   PIC 9(4).

       FD PROVEEDORES.
       01 REGISTRO-PROVEEDOR.
           05 LOT-COSTO-X         PIC X(7).
           05 LOT-COSTO REDEFINES LOT-COSTO-X
                                  PIC 9(5)V99.
           05 LOT-ALMACEN         PIC X(3).
           05 LOT-DESTINO         PIC X(3).

       FD ERRLOTE-FILE.
       01 ERRLOTE-LINEA           PIC X(70).

      * Mismos trazados OPE-REG y AUD-REG que el sistema de nomina
      * (OPEREG y AUDREG): los operadores y la bitacora de auditoria
      * son comunes a ambos sistemas.
       FD OPERADORES-FILE.
       01 OPE-REG.
           05 OPE-ID              PIC X(8).
           05 OPE-NOMBRE          PIC X(20).
           05 OPE-CLAVE           PIC X(8).
           05 OPE-NIVEL           PIC 9.
           05 OPE-ESTADO          PIC X.

       FD AUDITORIA-FILE.
       01 AUD-REG.
           05 AUD-FECHA           PIC 9(8).
           05 AUD-HORA            PIC 9(6).
           05 AUD-OPERADOR        PIC X(8).
           05 AUD-PROGRAMA        PIC X(24).
           05 AUD-ACCION          PIC X(3).
           05 AUD-CLAVE           PIC X(15).
           05 AUD-ANTES           PIC X(100).
           05 AUD-DESPUES         PIC X(100).

       FD ALMACENES.
       01 REGISTRO-ALMACEN.
           05 ALM-CODIGO          PIC X(3).
           05 ALM-NOMBRE          PIC X(20).
           05 ALM-PRINCIPAL       PIC X.

       FD EXISTENCIAS.
       01 REGISTRO-EXISTENCIA.
           05 EXI-CLAVE.
              10 EXI-CODIGO       PIC X(6).
              10 EXI-ALMACEN      PIC X(3).
           05 EXI-CANTIDAD        PIC 9(4).
           05 EXI-STOCK-MIN       PIC 9(2).

      * Mismos trazados EMP-REG, ORD-REG y CXE-REG que el sistema de
      * nomina (EMPREG, ORDREG y CXEREG): la venta a empleado se
      * cobra con una orden de deduccion que NOMINA aplica.
       FD EMPLEADOS.
       01 EMP-REG.
           05 EMP-ID              PIC 9(5).
           05 EMP-NAME            PIC A(20).
           05 SALARIO             PIC 9(6).
           05 HORAS               PIC 9(3).
           05 DED-IMPUESTO        PIC 9(5).
           05 DED-SEGSOCIAL       PIC 9(5).
           05 DED-SEGMEDICO       PIC 9(5).
           05 DEDUCCION           PIC 9(6).
           05 BANCO-RUTA          PIC 9(9).
           05 BANCO-CUENTA        PIC X(17).
           05 EMP-ESTADO          PIC X.
           05 EMP-FORMA-PAGO      PIC X.
           05 EMP-DEPTO           PIC X(3).

       FD ORDDED-FILE.
       01 ORD-REG.
           05 ORD-EMP-ID          PIC 9(5).
           05 ORD-TIPO            PIC X.
           05 ORD-METODO          PIC X.
           05 ORD-MONTO           PIC 9(6).
           05 ORD-PORC            PIC 9(2)V99.
           05 ORD-PRIORIDAD       PIC 9.
           05 ORD-SALDO           PIC 9(8).
           05 ORD-ESTADO          PIC X.

       FD ORDDED-NUEVO.
       01 ORDNVO-REG              PIC X(27).

       FD CXCEMP-FILE.
       01 CXE-REG.
           05 CXE-EMP-ID          PIC 9(5).
           05 CXE-FECHA           PIC 9(8).
           05 CXE-TIPO            PIC X.
           05 CXE-IMPORTE         PIC 9(8).
           05 CXE-REFERENCIA      PIC X(10).

       WORKING-STORAGE SECTION.
       01 OPCION              PIC 99 VALUE 0.
       01 FIN                 PIC X VALUE 'N'.
       01 WS-TIPO-MOV         PIC X.
       01 WS-CANT-MOV         PIC 9(4).
       01 WS-MOV-OK           PIC X VALUE 'N'.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-ORDD-STATUS      PIC XX.
       01 WS-ONV-STATUS       PIC XX.
       01 WS-CXE-STATUS       PIC XX.
       01 EOF-ORDD            PIC X VALUE 'N'.
       01 WS-EMP-OK           PIC X VALUE 'N'.
       01 WS-VTA-OK           PIC X VALUE 'S'.
       01 WS-VTA-EMP-ID       PIC 9(5) VALUE 0.
       01 WS-VTA-NOMBRE       PIC X(20).
       01 WS-VTA-IMPORTE      PIC 9(6) VALUE 0.
       01 WS-VTA-CUOTA        PIC 9(6) VALUE 0.
       01 WS-VTA-PRIORIDAD    PIC 9 VALUE 9.
       01 WS-ORDC-ENCONTRADA  PIC X VALUE 'N'.
       01 WS-ORDC-OK          PIC X VALUE 'N'.
       01 WS-ORDC-ERROR       PIC X VALUE 'N'.
       01 WS-ORDC-SALDO       PIC 9(8) VALUE 0.
       01 WS-ORDD-TEMPORAL    PIC X(25) VALUE 'ordenes_compras.tmp'.
       01 WS-ORDD-MAESTRO     PIC X(25) VALUE 'ordenes_deduccion.txt'.
       01 WS-RENAME-RC        PIC S9(9) COMP-5.
       01 WS-CON-STATUS       PIC XX.
       01 EOF-CON             PIC X VALUE 'N'.
       01 WS-TOLERANCIA       PIC 9(4).
       01 WS-NUM-VARIADOS     PIC 9(3) VALUE 0.
       01 WS-IDX-AJU          PIC 9(3).
       01 WS-APROBAR          PIC X.
       01 WS-OPE-STATUS       PIC XX.
       01 WS-AUD-STATUS       PIC XX.
       01 EOF-OPE             PIC X VALUE 'N'.
       01 WS-OPE-ID-ENT       PIC X(8).
       01 WS-OPE-CLAVE-ENT    PIC X(8).
       01 WS-OPE-OK           PIC X VALUE 'N'.
       01 WS-OPE-NIVEL        PIC 9 VALUE 0.
       01 WS-OPE-NOMBRE       PIC X(20).
       01 WS-HORA-SIS.
           05 WS-HORA-HMS     PIC 9(6).
           05 FILLER          PIC 9(2).
       01 WS-INV-ANTES        PIC X(43).
       01 WS-AJUSTES.
           05 WS-AJU OCCURS 100.
              10 WS-AJU-CODIGO   PIC X(6).
              10 WS-AJU-ALMACEN  PIC X(3).
              10 WS-AJU-CONTADO  PIC 9(4).
              10 WS-AJU-DIF      PIC S9(4).
       01 WS-OC-STATUS        PIC XX.
           05 WS-OC-AB OCCURS 100.
              10 WS-OC-AB-CODIGO PIC X(6).
       01 WS-PRV-STATUS       PIC XX.
       01 WS-ALM-STATUS       PIC XX.
       01 WS-EXI-STATUS       PIC XX.
       01 EOF-ALM             PIC X VALUE 'N'.
       01 EOF-EXI             PIC X VALUE 'N'.
       01 FIN-ALM             PIC X VALUE 'N'.
       01 OPCION-ALM          PIC 9 VALUE 0.
       01 WS-ALM-CODIGO-ENT   PIC X(3).
       01 WS-ALM-OK           PIC X.
       01 WS-ALM-NOMBRE-SEL   PIC X(20).
       01 WS-ALM-ES-PRINCIPAL PIC X.
       01 WS-ALM-MOV          PIC X(3).
       01 WS-ALM-DESTINO      PIC X(3).
       01 WS-ALM-EXI          PIC X(3).
       01 WS-SALDO-ALM        PIC 9(4).
       01 WS-SALDO-DES        PIC 9(4).
       01 WS-EXI-NUEVA        PIC X.
       01 WS-EXI-HAY          PIC X.
       01 WS-EXI-CREADAS      PIC 9(5).
       01 WS-EXI-ABIERTO      PIC X.
       01 WS-REQ-ALM.
           05 REQ-CODIGO          PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(16)
              VALUE "REPONER ALMACEN ".
           05 REQ-ALMACEN         PIC X(3).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 REQ-CANTIDAD        PIC ZZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 REQ-STOCK-MIN       PIC ZZ9.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 REQ-REORDEN         PIC ZZZ9.
       01 EOF-PRV             PIC X VALUE 'N'.
       01 FIN-PRV             PIC X VALUE 'N'.
       01 OPCION-PRV          PIC 9 VALUE 0.
              10 WS-CAND-CODIGO   PIC X(6).
              10 WS-CAND-CANT     PIC 9(4).
              10 WS-CAND-PROV     PIC X(4).
              10 WS-CAND-PRECIO   PIC 9(5)V99.
              10 WS-CAND-ORDENADO PIC X.
       01 WS-LOT-STATUS       PIC XX.
       01 WS-ERL-STATUS       PIC XX.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ERL-COSTO           PIC X(7).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ERL-ALMACEN         PIC X(3).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 ERL-MOTIVO          PIC X(38).
       01 WS-COSTO-MOV        PIC 9(5)V99.
       01 WS-PRECIO-ENT       PIC 9(5)V99.
       01 WS-CANT-ANTERIOR    PIC 9(4).
       01 WS-IMPORTE          PIC 9(9)V99.
       01 WS-TOT-VALUACION    PIC 9(11)V99.
       01 WS-VAR-DET.
           05 VAR-CODIGO          PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 VAR-ALMACEN         PIC X(3).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 VAR-NOMBRE          PIC X(20).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 VAR-LIBRO           PIC ZZZ9.
           DISPLAY "7. ORDENES DE COMPRA"
           DISPLAY "8. PROCESAR LOTE DE MOVIMIENTOS"
           DISPLAY "9. MANTENIMIENTO DE PROVEEDORES"
           DISPLAY "10. MANTENIMIENTO DE ALMACENES"
           DISPLAY "11. SALIR"
           ACCEPT OPCION
           EVALUATE OPCION
              WHEN 1
              WHEN 9
                 PERFORM MANTENIMIENTO-PROVEEDORES
              WHEN 10
                 PERFORM MANTENIMIENTO-ALMACENES
              WHEN 11
                 MOVE 'S' TO FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
                     WS-INV-STATUS
              WHEN OTHER
              OPEN OUTPUT REPORTE-FILE
              MOVE 'N' TO WS-EXI-ABIERTO
              OPEN INPUT EXISTENCIAS
              IF WS-EXI-STATUS = "00"
                 MOVE 'S' TO WS-EXI-ABIERTO
              END-IF
              MOVE "CODIGO  NOMBRE                CANT MINIMO REORDEN"
                  TO REPORTE-ENCABEZADO
              WRITE REPORTE-ENCABEZADO
                             PERFORM ESCRIBIR-RENGLON-REQUISICION
                          END-IF
                       END-IF
                       IF WS-EXI-ABIERTO = 'S'
                          PERFORM REVISAR-STOCK-ALMACENES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVENTARIO
              IF WS-EXI-ABIERTO = 'S'
                 CLOSE EXISTENCIAS
              END-IF
              CLOSE REPORTE-FILE
              DISPLAY "REPORTE DE REQUISICION: requisicion.txt"
           END-EVALUATE.
           MOVE WS-REORDEN-QTY TO REP-REORDEN
           WRITE REPORTE-DET.

       REVISAR-STOCK-ALMACENES.
           MOVE 'N' TO EOF-EXI
           MOVE CODIGO     TO EXI-CODIGO
           MOVE LOW-VALUES TO EXI-ALMACEN
           START EXISTENCIAS KEY IS >= EXI-CLAVE
              INVALID KEY MOVE 'Y' TO EOF-EXI
           END-START
           PERFORM UNTIL EOF-EXI = 'Y'
              READ EXISTENCIAS NEXT RECORD
                 AT END MOVE 'Y' TO EOF-EXI
                 NOT AT END
                    IF EXI-CODIGO NOT = CODIGO
                       MOVE 'Y' TO EOF-EXI
                    ELSE
                       IF EXI-CANTIDAD < EXI-STOCK-MIN
                          DISPLAY "STOCK BAJO EN ALMACEN " EXI-ALMACEN
                              ": " CODIGO SPACE NOMBRE
                          PERFORM ESCRIBIR-RENGLON-REPOSICION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       ESCRIBIR-RENGLON-REPOSICION.
           COMPUTE WS-REORDEN-QTY = (EXI-STOCK-MIN * 2) - EXI-CANTIDAD
           MOVE CODIGO         TO REQ-CODIGO
           MOVE EXI-ALMACEN    TO REQ-ALMACEN
           MOVE EXI-CANTIDAD   TO REQ-CANTIDAD
           MOVE EXI-STOCK-MIN  TO REQ-STOCK-MIN
           MOVE WS-REORDEN-QTY TO REQ-REORDEN
           WRITE REPORTE-ENCABEZADO FROM WS-REQ-ALM.

       BUSCAR-PRODUCTO.
           DISPLAY "Ingrese codigo:"
           ACCEPT CODIGO
                       DISPLAY "PRODUCTO NO ENCONTRADO"
                    NOT INVALID KEY
                       DISPLAY "Producto: " NOMBRE " Stock: " CANTIDAD
                       PERFORM LISTAR-EXISTENCIAS-PRODUCTO
                 END-READ
                 CLOSE INVENTARIO
           END-EVALUATE.

       LISTAR-EXISTENCIAS-PRODUCTO.
           MOVE 'N' TO EOF-EXI
           OPEN INPUT EXISTENCIAS
           IF WS-EXI-STATUS = "00"
              MOVE CODIGO     TO EXI-CODIGO
              MOVE LOW-VALUES TO EXI-ALMACEN
              START EXISTENCIAS KEY IS >= EXI-CLAVE
                 INVALID KEY MOVE 'Y' TO EOF-EXI
              END-START
              PERFORM UNTIL EOF-EXI = 'Y'
                 READ EXISTENCIAS NEXT RECORD
                    AT END MOVE 'Y' TO EOF-EXI
                    NOT AT END
                       IF EXI-CODIGO NOT = CODIGO
                          MOVE 'Y' TO EOF-EXI
                       ELSE
                          DISPLAY "  Almacen " EXI-ALMACEN
                              " Stock: " EXI-CANTIDAD
                              " Minimo: " EXI-STOCK-MIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXISTENCIAS
           END-IF.

       MANTENIMIENTO-PRODUCTOS.
           MOVE 'N' TO FIN-MANT
           PERFORM UNTIL FIN-MANT = 'S'
           DISPLAY "Ingrese costo unitario:"
           ACCEPT COSTO-UNIT
           PERFORM PEDIR-PROV-DEFECTO
           DISPLAY "Almacen de la cantidad inicial (espacios = "
               "principal):"
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           ACCEPT WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           IF WS-ALM-OK = 'N'
              DISPLAY "ALMACEN NO REGISTRADO, PRODUCTO NO AGREGADO"
           ELSE
              OPEN I-O INVENTARIO
              IF WS-INV-STATUS = "35"
                 OPEN OUTPUT INVENTARIO
                 CLOSE INVENTARIO
                 OPEN I-O INVENTARIO
              END-IF
              IF WS-INV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO INVENTARIO, STATUS "
                     WS-INV-STATUS
              ELSE
                 WRITE REGISTRO-INVENTARIO
                    INVALID KEY
                       DISPLAY "EL CODIGO YA EXISTE"
                    NOT INVALID KEY
                       DISPLAY "PRODUCTO AGREGADO"
                       PERFORM GRABAR-EXISTENCIA-INICIAL
                 END-WRITE
                 CLOSE INVENTARIO
              END-IF
           END-IF.

       GRABAR-EXISTENCIA-INICIAL.
           PERFORM ABRIR-EXISTENCIAS
           IF WS-EXI-STATUS = "00"
              MOVE WS-ALM-CODIGO-ENT TO WS-ALM-EXI
              PERFORM LEER-EXISTENCIA
              MOVE CANTIDAD TO EXI-CANTIDAD
              PERFORM GRABAR-EXISTENCIA
              IF WS-EXI-STATUS = "00" AND CANTIDAD > 0
                 PERFORM REGISTRAR-EXISTENCIA-INICIAL
              END-IF
              CLOSE EXISTENCIAS
           END-IF.

      * La cantidad inicial entra como movimiento 'I' a costo, para que
      * el kardex y el cierre la tengan en su saldo; la poliza la
      * registra contra saldos de apertura, no contra proveedores.
       REGISTRAR-EXISTENCIA-INICIAL.
           MOVE 'I'               TO WS-TIPO-MOV
           MOVE CANTIDAD          TO WS-CANT-MOV
           MOVE COSTO-UNIT        TO WS-COSTO-MOV
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-MOV
           MOVE EXI-CANTIDAD      TO WS-SALDO-ALM
           PERFORM REGISTRAR-MOVIMIENTO.

       ACTUALIZAR-PRODUCTO.
           DISPLAY "Ingrese codigo a actualizar:"
           ACCEPT CODIGO
                       DISPLAY "Nombre actual: " NOMBRE
                       DISPLAY "Nuevo nombre:"
                       ACCEPT NOMBRE
                       DISPLAY "Cantidad: " CANTIDAD
                           " (se modifica con movimientos y conteos "
                           "por almacen)"
                       DISPLAY "Nuevo stock minimo:"
                       ACCEPT STOCK-MIN
                       DISPLAY "Nuevo costo unitario:"
                 CLOSE PROVEEDORES
           END-EVALUATE.

       MANTENIMIENTO-ALMACENES.
           MOVE 'N' TO FIN-ALM
           PERFORM UNTIL FIN-ALM = 'S'
              DISPLAY "MANTENIMIENTO DE ALMACENES"
              DISPLAY "1. AGREGAR ALMACEN"
              DISPLAY "2. LISTAR ALMACENES"
              DISPLAY "3. STOCK MINIMO POR ALMACEN"
              DISPLAY "4. CARGAR EXISTENCIAS INICIALES EN PRINCIPAL"
              DISPLAY "5. VOLVER AL MENU PRINCIPAL"
              ACCEPT OPCION-ALM
              EVALUATE OPCION-ALM
                 WHEN 1
                    PERFORM AGREGAR-ALMACEN
                 WHEN 2
                    PERFORM LISTAR-ALMACENES
                 WHEN 3
                    PERFORM MINIMO-ALMACEN
                 WHEN 4
                    PERFORM CARGAR-EXISTENCIAS-INICIALES
                 WHEN 5
                    MOVE 'S' TO FIN-ALM
                 WHEN OTHER
                    DISPLAY "OPCION INVALIDA"
              END-EVALUATE
           END-PERFORM.

       AGREGAR-ALMACEN.
           DISPLAY "Ingrese codigo de almacen:"
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           ACCEPT WS-ALM-CODIGO-ENT
           DISPLAY "Ingrese nombre:"
           ACCEPT WS-ALM-NOMBRE-SEL
           DISPLAY "Es el almacen principal (S/N):"
           ACCEPT WS-ALM-ES-PRINCIPAL
           IF WS-ALM-CODIGO-ENT = SPACES
              DISPLAY "CODIGO DE ALMACEN REQUERIDO"
           ELSE
              OPEN I-O ALMACENES
              IF WS-ALM-STATUS = "35"
                 OPEN OUTPUT ALMACENES
                 CLOSE ALMACENES
                 OPEN I-O ALMACENES
              END-IF
              IF WS-ALM-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ALMACENES, STATUS "
                     WS-ALM-STATUS
              ELSE
                 PERFORM GRABAR-ALMACEN
                 CLOSE ALMACENES
              END-IF
           END-IF.

       GRABAR-ALMACEN.
           MOVE 'N' TO WS-ALM-OK
           IF WS-ALM-ES-PRINCIPAL = 'S'
              PERFORM BUSCAR-ALMACEN-PRINCIPAL
           END-IF
           IF WS-ALM-OK = 'S'
              DISPLAY "YA EXISTE UN ALMACEN PRINCIPAL: " ALM-CODIGO
                  SPACE ALM-NOMBRE
           ELSE
              MOVE WS-ALM-CODIGO-ENT TO ALM-CODIGO
              MOVE WS-ALM-NOMBRE-SEL TO ALM-NOMBRE
              IF WS-ALM-ES-PRINCIPAL = 'S'
                 MOVE 'S' TO ALM-PRINCIPAL
              ELSE
                 MOVE 'N' TO ALM-PRINCIPAL
              END-IF
              WRITE REGISTRO-ALMACEN
                 INVALID KEY
                    DISPLAY "EL CODIGO DE ALMACEN YA EXISTE"
                 NOT INVALID KEY
                    DISPLAY "ALMACEN AGREGADO"
              END-WRITE
           END-IF.

       LISTAR-ALMACENES.
           MOVE 'N' TO EOF-ALM
           OPEN INPUT ALMACENES
           EVALUATE TRUE
              WHEN WS-ALM-STATUS = "35"
                 DISPLAY "SIN ALMACENES REGISTRADOS"
              WHEN WS-ALM-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ALMACENES, STATUS "
                     WS-ALM-STATUS
              WHEN OTHER
                 DISPLAY "CODIGO  NOMBRE                PRINCIPAL"
                 PERFORM UNTIL EOF-ALM = 'Y'
                    READ ALMACENES NEXT RECORD
                       AT END MOVE 'Y' TO EOF-ALM
                       NOT AT END
                          DISPLAY ALM-CODIGO "     " ALM-NOMBRE "  "
                              ALM-PRINCIPAL
                    END-READ
                 END-PERFORM
                 CLOSE ALMACENES
           END-EVALUATE.

       VALIDAR-ALMACEN.
           MOVE 'N' TO WS-ALM-OK
           MOVE SPACES TO WS-ALM-NOMBRE-SEL
           OPEN INPUT ALMACENES
           IF WS-ALM-STATUS = "00"
              IF WS-ALM-CODIGO-ENT = SPACES
                 PERFORM BUSCAR-ALMACEN-PRINCIPAL
              ELSE
                 MOVE WS-ALM-CODIGO-ENT TO ALM-CODIGO
                 READ ALMACENES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WS-ALM-OK
                 END-READ
              END-IF
              IF WS-ALM-OK = 'S'
                 MOVE ALM-CODIGO TO WS-ALM-CODIGO-ENT
                 MOVE ALM-NOMBRE TO WS-ALM-NOMBRE-SEL
              END-IF
              CLOSE ALMACENES
           END-IF.

       BUSCAR-ALMACEN-PRINCIPAL.
           MOVE 'N' TO EOF-ALM
           PERFORM UNTIL EOF-ALM = 'Y'
              READ ALMACENES NEXT RECORD
                 AT END MOVE 'Y' TO EOF-ALM
                 NOT AT END
                    IF ALM-PRINCIPAL = 'S'
                       MOVE 'S' TO WS-ALM-OK
                       MOVE 'Y' TO EOF-ALM
                    END-IF
              END-READ
           END-PERFORM.

       MINIMO-ALMACEN.
           DISPLAY "Ingrese codigo de producto:"
           ACCEPT CODIGO
           DISPLAY "Almacen (espacios = principal):"
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           ACCEPT WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           IF WS-ALM-OK = 'N'
              DISPLAY "ALMACEN NO REGISTRADO"
           ELSE
              OPEN INPUT INVENTARIO
              EVALUATE TRUE
                 WHEN WS-INV-STATUS = "35"
                    DISPLAY "ARCHIVO DE INVENTARIO NO EXISTE"
                 WHEN WS-INV-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO INVENTARIO, STATUS "
                        WS-INV-STATUS
                 WHEN OTHER
                    READ INVENTARIO
                       INVALID KEY
                          DISPLAY "PRODUCTO NO ENCONTRADO"
                       NOT INVALID KEY
                          PERFORM FIJAR-MINIMO-ALMACEN
                    END-READ
                    CLOSE INVENTARIO
              END-EVALUATE
           END-IF.

       FIJAR-MINIMO-ALMACEN.
           PERFORM ABRIR-EXISTENCIAS
           IF WS-EXI-STATUS = "00"
              MOVE WS-ALM-CODIGO-ENT TO WS-ALM-EXI
              PERFORM LEER-EXISTENCIA
              DISPLAY "Producto: " NOMBRE " Almacen " EXI-ALMACEN
                  " Stock: " EXI-CANTIDAD " Minimo actual: "
                  EXI-STOCK-MIN
              DISPLAY "Nuevo stock minimo en el almacen:"
              ACCEPT EXI-STOCK-MIN
              PERFORM GRABAR-EXISTENCIA
              CLOSE EXISTENCIAS
              DISPLAY "STOCK MINIMO ACTUALIZADO"
           END-IF.

       CARGAR-EXISTENCIAS-INICIALES.
           MOVE 0 TO WS-EXI-CREADAS
           MOVE 'N' TO EOF
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           IF WS-ALM-OK = 'N'
              DISPLAY "NO HAY ALMACEN PRINCIPAL REGISTRADO"
           ELSE
              OPEN INPUT INVENTARIO
              EVALUATE TRUE
                 WHEN WS-INV-STATUS = "35"
                    DISPLAY "ARCHIVO DE INVENTARIO NO EXISTE"
                 WHEN WS-INV-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO INVENTARIO, STATUS "
                        WS-INV-STATUS
                 WHEN OTHER
                    PERFORM ABRIR-EXISTENCIAS
                    IF WS-EXI-STATUS = "00"
                       PERFORM UNTIL EOF = 'Y'
                          READ INVENTARIO NEXT RECORD
                             AT END MOVE 'Y' TO EOF
                             NOT AT END
                                PERFORM CREAR-EXISTENCIA-PRINCIPAL
                          END-READ
                       END-PERFORM
                       CLOSE EXISTENCIAS
                    END-IF
                    CLOSE INVENTARIO
                    DISPLAY "EXISTENCIAS CREADAS EN ALMACEN "
                        WS-ALM-CODIGO-ENT ": " WS-EXI-CREADAS
              END-EVALUATE
           END-IF.

       CREAR-EXISTENCIA-PRINCIPAL.
           PERFORM BUSCAR-EXISTENCIAS-PRODUCTO
           IF WS-EXI-HAY = 'N'
              MOVE CODIGO            TO EXI-CODIGO
              MOVE WS-ALM-CODIGO-ENT TO EXI-ALMACEN
              MOVE CANTIDAD          TO EXI-CANTIDAD
              MOVE 0                 TO EXI-STOCK-MIN
              WRITE REGISTRO-EXISTENCIA
                 INVALID KEY
                    DISPLAY "ERROR GRABANDO EXISTENCIA " EXI-CLAVE
                 NOT INVALID KEY
                    ADD 1 TO WS-EXI-CREADAS
              END-WRITE
           END-IF.

       BUSCAR-EXISTENCIAS-PRODUCTO.
           MOVE 'N' TO WS-EXI-HAY
           MOVE CODIGO     TO EXI-CODIGO
           MOVE LOW-VALUES TO EXI-ALMACEN
           START EXISTENCIAS KEY IS >= EXI-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 READ EXISTENCIAS NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF EXI-CODIGO = CODIGO
                          MOVE 'S' TO WS-EXI-HAY
                       END-IF
                 END-READ
           END-START.

       ABRIR-EXISTENCIAS.
           OPEN I-O EXISTENCIAS
           IF WS-EXI-STATUS = "35"
              OPEN OUTPUT EXISTENCIAS
              CLOSE EXISTENCIAS
              OPEN I-O EXISTENCIAS
           END-IF
           IF WS-EXI-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO EXISTENCIAS, STATUS "
                  WS-EXI-STATUS
           END-IF.

       LEER-EXISTENCIA.
           MOVE CODIGO     TO EXI-CODIGO
           MOVE WS-ALM-EXI TO EXI-ALMACEN
           READ EXISTENCIAS
              INVALID KEY
                 MOVE 'S'        TO WS-EXI-NUEVA
                 MOVE CODIGO     TO EXI-CODIGO
                 MOVE WS-ALM-EXI TO EXI-ALMACEN
                 MOVE 0          TO EXI-CANTIDAD
                 MOVE 0          TO EXI-STOCK-MIN
              NOT INVALID KEY
                 MOVE 'N' TO WS-EXI-NUEVA
           END-READ.

       GRABAR-EXISTENCIA.
           IF WS-EXI-NUEVA = 'S'
              WRITE REGISTRO-EXISTENCIA
                 INVALID KEY
                    DISPLAY "ERROR GRABANDO EXISTENCIA " EXI-CLAVE
              END-WRITE
              MOVE 'N' TO WS-EXI-NUEVA
           ELSE
              REWRITE REGISTRO-EXISTENCIA
                 INVALID KEY
                    DISPLAY "ERROR ACTUALIZANDO EXISTENCIA " EXI-CLAVE
              END-REWRITE
           END-IF.

       ELIMINAR-EXISTENCIAS-PRODUCTO.
           MOVE 'N' TO EOF-EXI
           OPEN I-O EXISTENCIAS
           IF WS-EXI-STATUS = "00"
              MOVE CODIGO     TO EXI-CODIGO
              MOVE LOW-VALUES TO EXI-ALMACEN
              START EXISTENCIAS KEY IS >= EXI-CLAVE
                 INVALID KEY MOVE 'Y' TO EOF-EXI
              END-START
              PERFORM UNTIL EOF-EXI = 'Y'
                 READ EXISTENCIAS NEXT RECORD
                    AT END MOVE 'Y' TO EOF-EXI
                    NOT AT END
                       IF EXI-CODIGO NOT = CODIGO
                          MOVE 'Y' TO EOF-EXI
                       ELSE
                          DELETE EXISTENCIAS RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXISTENCIAS
           END-IF.

       MOVIMIENTO-STOCK.
           DISPLAY "Ingrese codigo:"
           ACCEPT CODIGO

       APLICAR-MOVIMIENTO.
           MOVE 'N' TO WS-MOV-OK
           MOVE 'N' TO WS-ALM-OK
           MOVE 'S' TO WS-VTA-OK
           DISPLAY "Cantidad actual (todos los almacenes): " CANTIDAD
           DISPLAY "Tipo de movimiento (E=Entrada, S=Salida, "
               "T=Transferencia entre almacenes, V=Venta a empleado):"
           ACCEPT WS-TIPO-MOV
           IF WS-TIPO-MOV NOT = 'E' AND WS-TIPO-MOV NOT = 'S'
              AND WS-TIPO-MOV NOT = 'T' AND WS-TIPO-MOV NOT = 'V'
              DISPLAY "TIPO DE MOVIMIENTO INVALIDO"
           ELSE
              PERFORM PEDIR-ALMACEN-MOVIMIENTO
           END-IF
           IF WS-ALM-OK = 'S' AND WS-TIPO-MOV = 'V'
              PERFORM PEDIR-EMPLEADO-VENTA
           END-IF
           IF WS-ALM-OK = 'S' AND WS-VTA-OK = 'S'
              DISPLAY "Cantidad del movimiento:"
              ACCEPT WS-CANT-MOV
              IF WS-TIPO-MOV = 'V'
                 PERFORM FIJAR-IMPORTE-VENTA
              END-IF
              IF WS-VTA-OK = 'S'
                 PERFORM ABRIR-EXISTENCIAS
                 IF WS-EXI-STATUS = "00"
                    IF WS-TIPO-MOV = 'V'
                       PERFORM RESERVAR-VENTA-EMPLEADO
                    END-IF
                    IF WS-VTA-OK = 'S'
                       PERFORM APLICAR-MOVIMIENTO-ALMACEN
                    END-IF
                    CLOSE EXISTENCIAS
                 END-IF
              END-IF
           END-IF
           IF WS-MOV-OK = 'S'
              REWRITE REGISTRO-INVENTARIO
              PERFORM REGISTRAR-MOVIMIENTO
              DISPLAY "MOVIMIENTO REGISTRADO. NUEVO SALDO: " CANTIDAD
                  " ALMACEN " WS-ALM-MOV ": " WS-SALDO-ALM
              IF WS-TIPO-MOV = 'T'
                 DISPLAY "ALMACEN DESTINO " WS-ALM-DESTINO ": "
                     WS-SALDO-DES
              END-IF
              IF WS-TIPO-MOV = 'V'
                 PERFORM ANOTAR-CARGO-EMPLEADO
              END-IF
           END-IF.

       PEDIR-EMPLEADO-VENTA.
           DISPLAY "Numero de empleado:"
           ACCEPT WS-VTA-EMP-ID
           PERFORM VALIDAR-EMPLEADO
           EVALUATE WS-EMP-OK
              WHEN 'S'
                 DISPLAY "Empleado: " WS-VTA-NOMBRE
                 DISPLAY "Importe a descontar por nomina (0 = "
                     "cantidad x costo unitario):"
                 ACCEPT WS-VTA-IMPORTE
              WHEN 'T'
                 DISPLAY "EMPLEADO DADO DE BAJA, NO SE LE PUEDE "
                     "CARGAR: " WS-VTA-EMP-ID
                 MOVE 'N' TO WS-VTA-OK
              WHEN OTHER
                 DISPLAY "EMPLEADO NO REGISTRADO: " WS-VTA-EMP-ID
                 MOVE 'N' TO WS-VTA-OK
           END-EVALUATE.

       VALIDAR-EMPLEADO.
           MOVE 'N' TO WS-EMP-OK
           MOVE SPACES TO WS-VTA-NOMBRE
           OPEN INPUT EMPLEADOS
           IF WS-EMP-STATUS = "00"
              MOVE WS-VTA-EMP-ID TO EMP-ID
              READ EMPLEADOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-NAME TO WS-VTA-NOMBRE
                    IF EMP-ESTADO = 'T'
                       MOVE 'T' TO WS-EMP-OK
                    ELSE
                       MOVE 'S' TO WS-EMP-OK
                    END-IF
              END-READ
              CLOSE EMPLEADOS
           END-IF.

       FIJAR-IMPORTE-VENTA.
           IF WS-VTA-IMPORTE = 0
              COMPUTE WS-VTA-IMPORTE ROUNDED = WS-CANT-MOV * COSTO-UNIT
                 ON SIZE ERROR MOVE 0 TO WS-VTA-IMPORTE
              END-COMPUTE
           END-IF
           IF WS-VTA-IMPORTE = 0
              DISPLAY "IMPORTE DE LA VENTA EN CERO, MOVIMIENTO "
                  "RECHAZADO"
              MOVE 'N' TO WS-VTA-OK
           END-IF.

      * La venta a empleado se suma al saldo de su orden de deduccion
      * tipo 'C' activa (o abre una nueva, de prioridad mas baja que
      * las judiciales) y se anota como cargo en la cuenta por cobrar
      * al empleado, que NOMINA abona al aplicar el descuento. La orden
      * se graba antes de tocar el stock: si no queda grabada, o no
      * se puede abrir la cuenta por cobrar, la venta se cancela sin
      * mover el inventario.
       RESERVAR-VENTA-EMPLEADO.
           MOVE WS-ALM-MOV TO WS-ALM-EXI
           PERFORM LEER-EXISTENCIA
           IF WS-CANT-MOV > EXI-CANTIDAD
              DISPLAY "SALIDA MAYOR AL STOCK DEL ALMACEN ("
                  EXI-CANTIDAD ")"
              MOVE 'N' TO WS-VTA-OK
           ELSE
              PERFORM ABRIR-CXC-EMPLEADOS
              IF WS-CXE-STATUS NOT = "00"
                 MOVE 'N' TO WS-VTA-OK
              ELSE
                 PERFORM ANOTAR-ORDEN-COMPRA
                 IF WS-ORDC-OK NOT = 'S'
                    CLOSE CXCEMP-FILE
                    MOVE 'N' TO WS-VTA-OK
                 END-IF
              END-IF
           END-IF
           IF WS-VTA-OK NOT = 'S'
              DISPLAY "VENTA A EMPLEADO CANCELADA, STOCK SIN CAMBIOS"
           END-IF.

       ABRIR-CXC-EMPLEADOS.
           OPEN EXTEND CXCEMP-FILE
           IF WS-CXE-STATUS = "35"
              OPEN OUTPUT CXCEMP-FILE
              CLOSE CXCEMP-FILE
              OPEN EXTEND CXCEMP-FILE
           END-IF
           IF WS-CXE-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO CUENTA POR COBRAR A EMPLEADOS: "
                  "cxc_empleados.txt STATUS " WS-CXE-STATUS
           END-IF.

       ANOTAR-ORDEN-COMPRA.
           MOVE 'N' TO WS-ORDC-OK
           MOVE 'N' TO WS-ORDC-ENCONTRADA
           MOVE 'N' TO WS-ORDC-ERROR
           MOVE 'N' TO EOF-ORDD
           OPEN INPUT ORDDED-FILE
           IF WS-ORDD-STATUS NOT = "00" AND WS-ORDD-STATUS NOT = "35"
              DISPLAY "ERROR ABRIENDO ORDENES DE DEDUCCION, STATUS "
                  WS-ORDD-STATUS ", ORDEN NO ACTUALIZADA"
           ELSE
              OPEN OUTPUT ORDDED-NUEVO
              IF WS-ONV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ordenes_compras.tmp STATUS "
                     WS-ONV-STATUS ", ORDEN NO ACTUALIZADA"
                 IF WS-ORDD-STATUS = "00"
                    CLOSE ORDDED-FILE
                 END-IF
              ELSE
                 IF WS-ORDD-STATUS = "00"
                    PERFORM UNTIL EOF-ORDD = 'Y'
                       READ ORDDED-FILE
                          AT END MOVE 'Y' TO EOF-ORDD
                          NOT AT END PERFORM PASAR-ORDEN-DEDUCCION
                       END-READ
                    END-PERFORM
                    CLOSE ORDDED-FILE
                 END-IF
                 IF WS-ORDC-ENCONTRADA = 'N'
                    PERFORM CREAR-ORDEN-COMPRA
                 END-IF
                 CLOSE ORDDED-NUEVO
                 IF WS-ORDC-ERROR = 'S'
                    DISPLAY "ERROR GRABANDO ordenes_compras.tmp STATUS "
                        WS-ONV-STATUS ", ORDEN NO ACTUALIZADA"
                 ELSE
                    PERFORM PROMOVER-ORDENES-DEDUCCION
                 END-IF
              END-IF
           END-IF.

       PROMOVER-ORDENES-DEDUCCION.
           CALL "CBL_RENAME_FILE" USING WS-ORDD-TEMPORAL
               WS-ORDD-MAESTRO
              RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "*** ERROR RENOMBRANDO " WS-ORDD-TEMPORAL
                  " A " WS-ORDD-MAESTRO ", CODIGO " WS-RENAME-RC
                  " ***"
           ELSE
              MOVE 'S' TO WS-ORDC-OK
              DISPLAY "SALDO DE LA ORDEN DE DEDUCCION POR "
                  "COMPRAS: " WS-ORDC-SALDO
           END-IF.

       PASAR-ORDEN-DEDUCCION.
           IF ORD-EMP-ID = WS-VTA-EMP-ID AND ORD-TIPO = 'C'
              AND ORD-ESTADO = 'A' AND WS-ORDC-ENCONTRADA = 'N'
              ADD WS-VTA-IMPORTE TO ORD-SALDO
              MOVE ORD-SALDO TO WS-ORDC-SALDO
              MOVE 'S' TO WS-ORDC-ENCONTRADA
           END-IF
           WRITE ORDNVO-REG FROM ORD-REG
           IF WS-ONV-STATUS NOT = "00"
              MOVE 'S' TO WS-ORDC-ERROR
           END-IF.

       CREAR-ORDEN-COMPRA.
           DISPLAY "Descuento por corrida de la nueva orden (0 = "
               "importe total):"
           ACCEPT WS-VTA-CUOTA
           IF WS-VTA-CUOTA = 0 OR WS-VTA-CUOTA > WS-VTA-IMPORTE
              MOVE WS-VTA-IMPORTE TO WS-VTA-CUOTA
           END-IF
           MOVE WS-VTA-EMP-ID    TO ORD-EMP-ID
           MOVE 'C'              TO ORD-TIPO
           MOVE 'F'              TO ORD-METODO
           MOVE WS-VTA-CUOTA     TO ORD-MONTO
           MOVE 0                TO ORD-PORC
           MOVE WS-VTA-PRIORIDAD TO ORD-PRIORIDAD
           MOVE WS-VTA-IMPORTE   TO ORD-SALDO
           MOVE 'A'              TO ORD-ESTADO
           WRITE ORDNVO-REG FROM ORD-REG
           IF WS-ONV-STATUS NOT = "00"
              MOVE 'S' TO WS-ORDC-ERROR
           END-IF
           MOVE ORD-SALDO TO WS-ORDC-SALDO.

      * CXCEMP-FILE quedo abierto en RESERVAR-VENTA-EMPLEADO.
       ANOTAR-CARGO-EMPLEADO.
           MOVE WS-VTA-EMP-ID  TO CXE-EMP-ID
           ACCEPT CXE-FECHA FROM DATE YYYYMMDD
           MOVE 'C'            TO CXE-TIPO
           MOVE WS-VTA-IMPORTE TO CXE-IMPORTE
           MOVE CODIGO         TO CXE-REFERENCIA
           WRITE CXE-REG
           IF WS-CXE-STATUS NOT = "00"
              DISPLAY "*** ERROR GRABANDO CARGO EN cxc_empleados.txt "
                  "STATUS " WS-CXE-STATUS " - EMPLEADO " WS-VTA-EMP-ID
                  " IMPORTE " WS-VTA-IMPORTE " ***"
           ELSE
              DISPLAY "CARGO AL EMPLEADO " WS-VTA-EMP-ID " "
                  WS-VTA-NOMBRE ": " WS-VTA-IMPORTE
           END-IF
           CLOSE CXCEMP-FILE.

       PEDIR-ALMACEN-MOVIMIENTO.
           MOVE 'N' TO WS-ALM-OK
           IF WS-TIPO-MOV = 'T'
              DISPLAY "Almacen origen (espacios = principal):"
           ELSE
              DISPLAY "Almacen (espacios = principal):"
           END-IF
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           ACCEPT WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           IF WS-ALM-OK = 'N'
              DISPLAY "ALMACEN NO REGISTRADO: " WS-ALM-CODIGO-ENT
           END-IF
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-MOV
           MOVE SPACES TO WS-ALM-DESTINO
           IF WS-ALM-OK = 'S' AND WS-TIPO-MOV = 'T'
              DISPLAY "Almacen destino (espacios = principal):"
              MOVE SPACES TO WS-ALM-CODIGO-ENT
              ACCEPT WS-ALM-CODIGO-ENT
              PERFORM VALIDAR-ALMACEN
              MOVE WS-ALM-CODIGO-ENT TO WS-ALM-DESTINO
              EVALUATE TRUE
                 WHEN WS-ALM-OK = 'N'
                    DISPLAY "ALMACEN NO REGISTRADO: " WS-ALM-DESTINO
                 WHEN WS-ALM-DESTINO = WS-ALM-MOV
                    DISPLAY "ALMACEN DESTINO IGUAL AL ORIGEN"
                    MOVE 'N' TO WS-ALM-OK
              END-EVALUATE
           END-IF.

       APLICAR-MOVIMIENTO-ALMACEN.
           MOVE WS-ALM-MOV TO WS-ALM-EXI
           PERFORM LEER-EXISTENCIA
           EVALUATE WS-TIPO-MOV
              WHEN 'E'
                 DISPLAY "Costo unitario de la entrada:"
                    NOT ON SIZE ERROR
                       MOVE 'S' TO WS-MOV-OK
                       PERFORM PROMEDIAR-COSTO
                       ADD WS-CANT-MOV TO EXI-CANTIDAD
                       PERFORM GRABAR-EXISTENCIA
                       MOVE EXI-CANTIDAD TO WS-SALDO-ALM
                 END-ADD
              WHEN 'S'
              WHEN 'V'
                 IF WS-CANT-MOV > EXI-CANTIDAD
                    DISPLAY "SALIDA MAYOR AL STOCK DEL ALMACEN ("
                        EXI-CANTIDAD ")"
                 ELSE
                    SUBTRACT WS-CANT-MOV FROM CANTIDAD
                    MOVE 'S' TO WS-MOV-OK
                    MOVE COSTO-UNIT TO WS-COSTO-MOV
                    SUBTRACT WS-CANT-MOV FROM EXI-CANTIDAD
                    PERFORM GRABAR-EXISTENCIA
                    MOVE EXI-CANTIDAD TO WS-SALDO-ALM
                 END-IF
              WHEN 'T'
                 IF WS-CANT-MOV > EXI-CANTIDAD
                    DISPLAY "TRANSFERENCIA MAYOR AL STOCK DEL ALMACEN "
                        "ORIGEN (" EXI-CANTIDAD ")"
                 ELSE
                    PERFORM TRANSFERIR-EXISTENCIA
                 END-IF
           END-EVALUATE.

       TRANSFERIR-EXISTENCIA.
           SUBTRACT WS-CANT-MOV FROM EXI-CANTIDAD
           PERFORM GRABAR-EXISTENCIA
           MOVE EXI-CANTIDAD TO WS-SALDO-ALM
           MOVE WS-ALM-DESTINO TO WS-ALM-EXI
           PERFORM LEER-EXISTENCIA
           ADD WS-CANT-MOV TO EXI-CANTIDAD
           PERFORM GRABAR-EXISTENCIA
           MOVE EXI-CANTIDAD TO WS-SALDO-DES
           MOVE COSTO-UNIT TO WS-COSTO-MOV
           MOVE 'S' TO WS-MOV-OK.

       PROMEDIAR-COSTO.
           IF CANTIDAD = 0
           MOVE WS-TIPO-MOV  TO MOV-TIPO
           MOVE CANTIDAD     TO MOV-SALDO
           MOVE WS-COSTO-MOV TO MOV-COSTO
           MOVE WS-ALM-MOV   TO MOV-ALMACEN
           MOVE WS-SALDO-ALM TO MOV-SALDO-ALM
           IF WS-TIPO-MOV = 'T'
              MOVE WS-ALM-DESTINO TO MOV-ALM-DESTINO
              MOVE WS-SALDO-DES   TO MOV-SALDO-DES
           ELSE
              MOVE SPACES TO MOV-ALM-DESTINO
              MOVE 0      TO MOV-SALDO-DES
           END-IF
           IF WS-TIPO-MOV = 'V'
              MOVE WS-VTA-EMP-ID  TO MOV-EMP-ID
              MOVE WS-VTA-IMPORTE TO MOV-IMPORTE
           ELSE
              MOVE 0 TO MOV-EMP-ID
              MOVE 0 TO MOV-IMPORTE
           END-IF
           OPEN EXTEND MOV-FILE
           IF WS-MOV-STATUS = "35"
              OPEN OUTPUT MOV-FILE
                           WS-INV-STATUS
                       CLOSE LOTE-FILE
                    WHEN OTHER
                       PERFORM ABRIR-EXISTENCIAS
                       IF WS-EXI-STATUS NOT = "00"
                          CLOSE LOTE-FILE
                          CLOSE INVENTARIO
                       ELSE
                          PERFORM PROCESAR-LINEAS-LOTE
                       END-IF
                 END-EVALUATE
           END-EVALUATE.

       PROCESAR-LINEAS-LOTE.
           OPEN OUTPUT ERRLOTE-FILE
           MOVE "CODIGO  T  CANT  COSTO    ALM  MOTIVO"
               TO ERRLOTE-LINEA
           WRITE ERRLOTE-LINEA
           PERFORM UNTIL EOF-LOT = 'Y'
              READ LOTE-FILE
                 AT END MOVE 'Y' TO EOF-LOT
                 NOT AT END PERFORM APLICAR-LINEA-LOTE
              END-READ
           END-PERFORM
           CLOSE LOTE-FILE
           CLOSE INVENTARIO
           CLOSE EXISTENCIAS
           CLOSE ERRLOTE-FILE
           DISPLAY "LOTE PROCESADO. LEIDAS: "
               WS-LOT-LEIDOS " APLICADAS: "
               WS-LOT-APLICADOS " RECHAZADAS: "
               WS-LOT-RECHAZADOS
           DISPLAY "ERRORES DEL LOTE: errores_lote.txt".

       APLICAR-LINEA-LOTE.
           ADD 1 TO WS-LOT-LEIDOS
           EVALUATE TRUE
              WHEN LOT-TIPO NOT = 'E' AND LOT-TIPO NOT = 'S'
                  AND LOT-TIPO NOT = 'T'
                 MOVE "TIPO DE MOVIMIENTO INVALIDO" TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              WHEN LOT-CANTIDAD-X NOT NUMERIC
              WHEN LOT-TIPO = 'E' AND LOT-COSTO-X NOT NUMERIC
                 MOVE "COSTO NO NUMERICO" TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              WHEN LOT-TIPO = 'T' AND LOT-DESTINO = SPACES
                 MOVE "TRANSFERENCIA SIN ALMACEN DESTINO"
                     TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              WHEN OTHER
                 PERFORM APLICAR-LOTE-PRODUCTO
           END-EVALUATE.
                 MOVE "PRODUCTO NO EXISTE" TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              NOT INVALID KEY
                 PERFORM VALIDAR-ALMACENES-LOTE
           END-READ.

       VALIDAR-ALMACENES-LOTE.
           MOVE LOT-ALMACEN TO WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-MOV
           MOVE SPACES TO WS-ALM-DESTINO
           IF WS-ALM-OK = 'S' AND LOT-TIPO = 'T'
              MOVE LOT-DESTINO TO WS-ALM-CODIGO-ENT
              PERFORM VALIDAR-ALMACEN
              MOVE WS-ALM-CODIGO-ENT TO WS-ALM-DESTINO
           END-IF
           EVALUATE TRUE
              WHEN WS-ALM-OK = 'N'
                 MOVE "ALMACEN NO REGISTRADO" TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              WHEN LOT-TIPO = 'T' AND WS-ALM-DESTINO = WS-ALM-MOV
                 MOVE "ALMACEN DESTINO IGUAL AL ORIGEN" TO ERL-MOTIVO
                 PERFORM RECHAZAR-LINEA-LOTE
              WHEN OTHER
                 MOVE LOT-TIPO     TO WS-TIPO-MOV
                 MOVE LOT-CANTIDAD TO WS-CANT-MOV
                 MOVE WS-ALM-MOV   TO WS-ALM-EXI
                 PERFORM LEER-EXISTENCIA
                 EVALUATE LOT-TIPO
                    WHEN 'E'
                       PERFORM APLICAR-LOTE-ENTRADA
                    WHEN 'S'
                       PERFORM APLICAR-LOTE-SALIDA
                    WHEN 'T'
                       PERFORM APLICAR-LOTE-TRANSFERENCIA
                 END-EVALUATE
           END-EVALUATE.

       APLICAR-LOTE-ENTRADA.
           MOVE LOT-COSTO TO WS-COSTO-MOV
                 PERFORM RECHAZAR-LINEA-LOTE
              NOT ON SIZE ERROR
                 PERFORM PROMEDIAR-COSTO
                 ADD WS-CANT-MOV TO EXI-CANTIDAD
                 PERFORM GRABAR-EXISTENCIA
                 MOVE EXI-CANTIDAD TO WS-SALDO-ALM
                 REWRITE REGISTRO-INVENTARIO
                 PERFORM REGISTRAR-MOVIMIENTO
                 ADD 1 TO WS-LOT-APLICADOS
           END-ADD.

       APLICAR-LOTE-SALIDA.
           IF WS-CANT-MOV > EXI-CANTIDAD
              MOVE "SALIDA MAYOR AL STOCK DEL ALMACEN" TO ERL-MOTIVO
              PERFORM RECHAZAR-LINEA-LOTE
           ELSE
              SUBTRACT WS-CANT-MOV FROM CANTIDAD
              MOVE COSTO-UNIT TO WS-COSTO-MOV
              SUBTRACT WS-CANT-MOV FROM EXI-CANTIDAD
              PERFORM GRABAR-EXISTENCIA
              MOVE EXI-CANTIDAD TO WS-SALDO-ALM
              REWRITE REGISTRO-INVENTARIO
              PERFORM REGISTRAR-MOVIMIENTO
              ADD 1 TO WS-LOT-APLICADOS
           END-IF.

       APLICAR-LOTE-TRANSFERENCIA.
           IF WS-CANT-MOV > EXI-CANTIDAD
              MOVE "TRANSFERENCIA MAYOR AL STOCK ORIGEN"
                  TO ERL-MOTIVO
              PERFORM RECHAZAR-LINEA-LOTE
           ELSE
              PERFORM TRANSFERIR-EXISTENCIA
              PERFORM REGISTRAR-MOVIMIENTO
              ADD 1 TO WS-LOT-APLICADOS
           END-IF.

       RECHAZAR-LINEA-LOTE.
           ADD 1 TO WS-LOT-RECHAZADOS
           MOVE LOT-CODIGO     TO ERL-CODIGO
           MOVE LOT-TIPO       TO ERL-TIPO
           MOVE LOT-CANTIDAD-X TO ERL-CANTIDAD
           MOVE LOT-COSTO-X    TO ERL-COSTO
           MOVE LOT-ALMACEN    TO ERL-ALMACEN
           WRITE ERRLOTE-LINEA FROM WS-ERL-DET.

       CONCILIAR-CONTEO.
                           WS-INV-STATUS
                       CLOSE CONTEO-FILE
                    WHEN OTHER
                       PERFORM ABRIR-EXISTENCIAS
                       IF WS-EXI-STATUS = "00"
                          PERFORM COMPARAR-CONTEO
                          PERFORM APLICAR-AJUSTES
                          CLOSE EXISTENCIAS
                       END-IF
                       CLOSE INVENTARIO
                       CLOSE CONTEO-FILE
                 END-EVALUATE
           DISPLAY "Tolerancia de variacion (unidades):"
           ACCEPT WS-TOLERANCIA
           OPEN OUTPUT VARIANZA-FILE
           MOVE "CODIGO  ALM  NOMBRE                LIBR  CONT   DIFE"
               TO VARIANZA-LINEA
           MOVE "MRC" TO VARIANZA-LINEA(55:3)
           WRITE VARIANZA-LINEA
           PERFORM UNTIL EOF-CON = 'Y'
              READ CONTEO-FILE

       COMPARAR-PRODUCTO.
           ADD 1 TO WS-CONTADOS
           MOVE CON-ALMACEN TO WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           MOVE CON-CODIGO TO CODIGO
           READ INVENTARIO
              INVALID KEY
                 MOVE "NO EXISTE"   TO VAR-NOMBRE
                 PERFORM REPORTAR-CONTEO-INVALIDO
              NOT INVALID KEY
                 IF WS-ALM-OK = 'N'
                    MOVE "ALMACEN NO EXISTE" TO VAR-NOMBRE
                    PERFORM REPORTAR-CONTEO-INVALIDO
                 ELSE
                    PERFORM COMPARAR-EXISTENCIA
                 END-IF
           END-READ.

       REPORTAR-CONTEO-INVALIDO.
           MOVE CON-CODIGO    TO VAR-CODIGO
           MOVE CON-ALMACEN   TO VAR-ALMACEN
           MOVE 0             TO VAR-LIBRO
           MOVE CON-CANTIDAD  TO VAR-CONTADO
           MOVE 0             TO VAR-DIF
           MOVE "***"         TO VAR-MARCA
           WRITE VARIANZA-LINEA FROM WS-VAR-DET.

       COMPARAR-EXISTENCIA.
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-EXI
           PERFORM LEER-EXISTENCIA
           COMPUTE WS-DIF-CONTEO = CON-CANTIDAD - EXI-CANTIDAD
           MOVE CODIGO         TO VAR-CODIGO
           MOVE EXI-ALMACEN    TO VAR-ALMACEN
           MOVE NOMBRE         TO VAR-NOMBRE
           MOVE EXI-CANTIDAD   TO VAR-LIBRO
           MOVE CON-CANTIDAD   TO VAR-CONTADO
           MOVE WS-DIF-CONTEO  TO VAR-DIF
           IF FUNCTION ABS(WS-DIF-CONTEO) > WS-TOLERANCIA
              MOVE "***" TO VAR-MARCA
           ELSE
              MOVE SPACES TO VAR-MARCA
           END-IF
           WRITE VARIANZA-LINEA FROM WS-VAR-DET
           IF WS-DIF-CONTEO NOT = 0
              PERFORM GUARDAR-AJUSTE
           END-IF.

       GUARDAR-AJUSTE.
           IF WS-NUM-VARIADOS < 100
              ADD 1 TO WS-NUM-VARIADOS
              MOVE CODIGO        TO WS-AJU-CODIGO(WS-NUM-VARIADOS)
              MOVE EXI-ALMACEN   TO WS-AJU-ALMACEN(WS-NUM-VARIADOS)
              MOVE CON-CANTIDAD  TO WS-AJU-CONTADO(WS-NUM-VARIADOS)
              MOVE WS-DIF-CONTEO TO WS-AJU-DIF(WS-NUM-VARIADOS)
           ELSE
           ELSE
              DISPLAY "Aplicar ajustes al inventario (S/N):"
              ACCEPT WS-APROBAR
              IF WS-APROBAR = 'S'
                 PERFORM IDENTIFICAR-OPERADOR
                 IF WS-OPE-OK NOT = 'S'
                    MOVE 'N' TO WS-APROBAR
                 END-IF
              END-IF
              IF WS-APROBAR = 'S'
                 PERFORM POSTEAR-AJUSTE
                     VARYING WS-IDX-AJU FROM 1 BY 1
                 DISPLAY "AJUSTE NO APLICADO, PRODUCTO NO "
                     "ENCONTRADO: " CODIGO
              NOT INVALID KEY
                 PERFORM POSTEAR-AJUSTE-ALMACEN
           END-READ.

       POSTEAR-AJUSTE-ALMACEN.
           MOVE REGISTRO-INVENTARIO TO WS-INV-ANTES
           MOVE WS-AJU-ALMACEN(WS-IDX-AJU) TO WS-ALM-EXI
           MOVE WS-AJU-ALMACEN(WS-IDX-AJU) TO WS-ALM-MOV
           PERFORM LEER-EXISTENCIA
           COMPUTE WS-DIF-CONTEO =
               WS-AJU-CONTADO(WS-IDX-AJU) - EXI-CANTIDAD
           COMPUTE CANTIDAD = CANTIDAD + WS-DIF-CONTEO
           MOVE WS-AJU-CONTADO(WS-IDX-AJU) TO EXI-CANTIDAD
           PERFORM GRABAR-EXISTENCIA
           MOVE EXI-CANTIDAD TO WS-SALDO-ALM
           REWRITE REGISTRO-INVENTARIO
           MOVE "AJU"               TO AUD-ACCION
           MOVE SPACES              TO AUD-CLAVE
           MOVE CODIGO              TO AUD-CLAVE(1:6)
           MOVE WS-ALM-MOV          TO AUD-CLAVE(8:3)
           MOVE WS-INV-ANTES        TO AUD-ANTES
           MOVE REGISTRO-INVENTARIO TO AUD-DESPUES
           PERFORM ANOTAR-AUDITORIA
           MOVE 'A' TO WS-TIPO-MOV
           COMPUTE WS-CANT-MOV = FUNCTION ABS(WS-DIF-CONTEO)
           MOVE COSTO-UNIT TO WS-COSTO-MOV
           PERFORM REGISTRAR-MOVIMIENTO.

       IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPE-OK
           MOVE 0   TO WS-OPE-NIVEL
           MOVE 'N' TO EOF-OPE
           DISPLAY "Operador:"
           ACCEPT WS-OPE-ID-ENT
           DISPLAY "Clave:"
           ACCEPT WS-OPE-CLAVE-ENT
           OPEN INPUT OPERADORES-FILE
           EVALUATE TRUE
              WHEN WS-OPE-STATUS = "35"
                 DISPLAY "ARCHIVO DE OPERADORES NO EXISTE: "
                     "operadores.txt"
              WHEN WS-OPE-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO OPERADORES, STATUS "
                     WS-OPE-STATUS
              WHEN OTHER
                 PERFORM UNTIL EOF-OPE = 'Y'
                    READ OPERADORES-FILE
                       AT END MOVE 'Y' TO EOF-OPE
                       NOT AT END
                          IF OPE-ID = WS-OPE-ID-ENT
                             AND OPE-CLAVE = WS-OPE-CLAVE-ENT
                             AND OPE-ESTADO = 'A'
                             MOVE 'S'        TO WS-OPE-OK
                             MOVE OPE-NIVEL  TO WS-OPE-NIVEL
                             MOVE OPE-NOMBRE TO WS-OPE-NOMBRE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE OPERADORES-FILE
           END-EVALUATE
           IF WS-OPE-OK = 'S'
              DISPLAY "OPERADOR: " WS-OPE-NOMBRE " NIVEL " WS-OPE-NIVEL
           ELSE
              DISPLAY "OPERADOR O CLAVE INVALIDOS"
              MOVE "NEG"             TO AUD-ACCION
              MOVE SPACES            TO AUD-CLAVE
              MOVE SPACES            TO AUD-ANTES
              MOVE "FIRMA RECHAZADA" TO AUD-DESPUES
              PERFORM ANOTAR-AUDITORIA
           END-IF.

       ANOTAR-AUDITORIA.
           ACCEPT AUD-FECHA   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-HORA-HMS   TO AUD-HORA
           MOVE WS-OPE-ID-ENT TO AUD-OPERADOR
           MOVE "GESTION-INVENTARIO" TO AUD-PROGRAMA
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUD-STATUS = "35"
              OPEN OUTPUT AUDITORIA-FILE
              CLOSE AUDITORIA-FILE
              OPEN EXTEND AUDITORIA-FILE
           END-IF
           IF WS-AUD-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO BITACORA DE AUDITORIA: "
                  "auditoria.txt STATUS " WS-AUD-STATUS
           ELSE
              WRITE AUD-REG
              CLOSE AUDITORIA-FILE
           END-IF.

       REPORTE-VALUACION.
           MOVE 'N' TO EOF
           MOVE 0 TO WS-TOT-VALUACION
              END-IF
           END-IF
           IF WS-PROV-OK = 'S'
              DISPLAY "Precio unitario convenido (0 = costo actual "
                  COSTO-UNIT "):"
              MOVE 0 TO WS-PRECIO-ENT
              ACCEPT WS-PRECIO-ENT
              IF WS-PRECIO-ENT = 0
                 MOVE COSTO-UNIT TO WS-PRECIO-ENT
              END-IF
              IF WS-NUM-CAND < 100
                 ADD 1 TO WS-NUM-CAND
                 MOVE CODIGO          TO WS-CAND-CODIGO(WS-NUM-CAND)
                 MOVE WS-REORDEN-QTY  TO WS-CAND-CANT(WS-NUM-CAND)
                 MOVE WS-PROV-CODIGO-ENT
                     TO WS-CAND-PROV(WS-NUM-CAND)
                 MOVE WS-PRECIO-ENT   TO WS-CAND-PRECIO(WS-NUM-CAND)
                 MOVE 'N'             TO WS-CAND-ORDENADO(WS-NUM-CAND)
              ELSE
                 DISPLAY "TABLA DE CANDIDATOS LLENA, PRODUCTO "
              MOVE WS-CAND-PROV(WS-IDX-CAND2)   TO OC-PROV-CODIGO
              MOVE WS-PROV-NOMBRE-SEL           TO OC-PROVEEDOR
              MOVE WS-CAND-CANT(WS-IDX-CAND2)   TO OC-CANTIDAD
              MOVE WS-CAND-PRECIO(WS-IDX-CAND2) TO OC-PRECIO
              MOVE 0 TO OC-CANT-RECIBIDA
              MOVE 0 TO OC-CANT-FACTURADA
              ACCEPT OC-FECHA FROM DATE YYYYMMDD
              MOVE 'A' TO OC-ESTADO
              WRITE REGISTRO-ORDEN
                     WS-OC-STATUS
              WHEN OTHER
                 DISPLAY "ORDEN   RG  CODIGO  PROV  PROVEEDOR"
                     "             CANT  FECHA     PRECIO"
                 PERFORM UNTIL EOF-OC = 'Y'
                    READ ORDENES NEXT RECORD
                       AT END MOVE 'Y' TO EOF-OC
                             DISPLAY OC-NUMERO "  " OC-RENGLON "  "
                                 OC-CODIGO "  " OC-PROV-CODIGO "  "
                                 OC-PROVEEDOR "  " OC-CANTIDAD "  "
                                 OC-FECHA "  " OC-PRECIO
                          END-IF
                    END-READ
                 END-PERFORM
           DISPLAY "ORDEN " OC-NUMERO " RENGLON " OC-RENGLON
               " PRODUCTO " CODIGO SPACE NOMBRE
               " CANTIDAD ORDENADA: " OC-CANTIDAD
               " PRECIO CONVENIDO: " OC-PRECIO
           DISPLAY "Cantidad recibida:"
           ACCEPT WS-CANT-MOV
           DISPLAY "Costo unitario de la entrada (0 = precio "
               "convenido):"
           MOVE 0 TO WS-COSTO-MOV
           ACCEPT WS-COSTO-MOV
           IF WS-COSTO-MOV = 0
              MOVE OC-PRECIO TO WS-COSTO-MOV
           END-IF
           IF WS-COSTO-MOV NOT = OC-PRECIO
              DISPLAY "AVISO: COSTO DISTINTO DEL PRECIO CONVENIDO, "
                  "LA FACTURA SE COTEJARA CONTRA " OC-PRECIO
           END-IF
           IF WS-CANT-MOV NOT = OC-CANTIDAD
              DISPLAY "AVISO: CANTIDAD RECIBIDA DISTINTA DE LA "
                  "ORDENADA"
           END-IF
           DISPLAY "Almacen de recepcion (espacios = principal):"
           MOVE SPACES TO WS-ALM-CODIGO-ENT
           ACCEPT WS-ALM-CODIGO-ENT
           PERFORM VALIDAR-ALMACEN
           IF WS-ALM-OK = 'N'
              DISPLAY "ALMACEN NO REGISTRADO, RECEPCION RECHAZADA"
           ELSE
              PERFORM ABRIR-EXISTENCIAS
              IF WS-EXI-STATUS = "00"
                 PERFORM RECIBIR-EN-ALMACEN
                 CLOSE EXISTENCIAS
              END-IF
           END-IF.

       RECIBIR-EN-ALMACEN.
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-MOV
           MOVE WS-ALM-CODIGO-ENT TO WS-ALM-EXI
           PERFORM LEER-EXISTENCIA
           MOVE CANTIDAD TO WS-CANT-ANTERIOR
           MOVE 'E' TO WS-TIPO-MOV
           ADD WS-CANT-MOV TO CANTIDAD
                     "DE STOCK (9999), RECEPCION RECHAZADA"
              NOT ON SIZE ERROR
                 PERFORM PROMEDIAR-COSTO
                 ADD WS-CANT-MOV TO EXI-CANTIDAD
                 PERFORM GRABAR-EXISTENCIA
                 MOVE EXI-CANTIDAD TO WS-SALDO-ALM
                 REWRITE REGISTRO-INVENTARIO
                 PERFORM REGISTRAR-MOVIMIENTO
                 MOVE WS-CANT-MOV TO OC-CANT-RECIBIDA
                 MOVE 'C' TO OC-ESTADO
                 REWRITE REGISTRO-ORDEN
                 DISPLAY "RENGLON RECIBIDO Y CERRADO. NUEVO SALDO: "
                     CANTIDAD " ALMACEN " WS-ALM-MOV ": " WS-SALDO-ALM
           END-ADD.

       ELIMINAR-PRODUCTO.
                       DISPLAY "PRODUCTO NO ENCONTRADO"
                    NOT INVALID KEY
                       DELETE INVENTARIO RECORD
                       PERFORM ELIMINAR-EXISTENCIAS-PRODUCTO
                       DISPLAY "PRODUCTO ELIMINADO"
                 END-READ
                 CLOSE INVENTARIO
