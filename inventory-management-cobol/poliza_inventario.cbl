           SELECT POLIZA-FILE ASSIGN TO 'poliza_inventario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POL-STATUS.
           SELECT SALDOS-FILE ASSIGN TO 'saldos_cierre.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT CIERRES-FILE ASSIGN TO 'meses_cerrados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * Mismo trazado POL-REG que la poliza de nomina (POLREG en el
      * sistema de nomina), para que contabilidad procese ambos
           05 POL-DEBE        PIC 9(10)V99.
           05 POL-HABER       PIC 9(10)V99.

      * Mismos trazados SAL-REG y CIE-REG que CIERRE-INVENTARIO.
       FD SALDOS-FILE.
       01 SAL-REG.
           05 SAL-MES             PIC 9(6).
           05 SAL-CODIGO          PIC X(6).
           05 SAL-ALMACEN         PIC X(3).
           05 SAL-CANTIDAD        PIC 9(4).
           05 SAL-COSTO           PIC 9(5)V99.
           05 SAL-IMPORTE         PIC 9(9)V99.

       FD CIERRES-FILE.
       01 CIE-REG.
           05 CIE-MES             PIC 9(6).
           05 CIE-FECHA           PIC 9(8).
           05 CIE-PRODUCTOS       PIC 9(5).
           05 CIE-CANTIDAD        PIC 9(7).
           05 CIE-IMPORTE         PIC 9(11)V99.
           05 CIE-DESCUADRES      PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-MOV-STATUS       PIC XX.
       01 WS-POL-STATUS       PIC XX.
       01 WS-SAL-STATUS       PIC XX.
       01 WS-CIE-STATUS       PIC XX.
       01 EOF-MOV             PIC X VALUE 'N'.
       01 EOF-SAL             PIC X VALUE 'N'.
       01 EOF-CIE             PIC X VALUE 'N'.
       01 WS-MES-CERRADO      PIC X VALUE 'N'.
       01 WS-MES-SOL          PIC 9(6).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-IMPORTE          PIC 9(9)V99.
           05 WS-CANT-ENT     PIC 9(6) VALUE 0.
           05 WS-CANT-SAL     PIC 9(6) VALUE 0.
           05 WS-CANT-AJU     PIC 9(6) VALUE 0.
           05 WS-VAL-VTA-COSTO PIC 9(11)V99 VALUE 0.
           05 WS-VAL-VTA-CARGO PIC 9(11)V99 VALUE 0.
           05 WS-CANT-VTA     PIC 9(6) VALUE 0.
           05 WS-VAL-INICIAL  PIC 9(11)V99 VALUE 0.
           05 WS-CANT-INI     PIC 9(6) VALUE 0.
       01 WS-VAL-ENT-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-VAL-SAL-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-VAL-VTA-DIF      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CARGOS       PIC 9(12)V99 VALUE 0.
       01 WS-TOT-ABONOS       PIC 9(12)V99 VALUE 0.

           DISPLAY "Mes a valuar (AAAAMM):"
           ACCEPT WS-MES-SOL
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM REVISAR-MES-CERRADO
           IF WS-MES-CERRADO = 'S'
              DISPLAY "EL MES " WS-MES-SOL " ESTA CERRADO, SU POLIZA "
                  "YA NO PUEDE GENERARSE"
              STOP RUN
           END-IF
           PERFORM CARGAR-SALDOS-CIERRE
           OPEN INPUT MOV-FILE
           EVALUATE TRUE
              WHEN WS-MOV-STATUS = "35"
                 WHEN 'E'
                    ADD WS-IMPORTE   TO WS-VAL-ENTRADAS
                    ADD MOV-CANTIDAD TO WS-CANT-ENT
                 WHEN 'I'
                    ADD WS-IMPORTE   TO WS-VAL-INICIAL
                    ADD MOV-CANTIDAD TO WS-CANT-ENT
                    ADD MOV-CANTIDAD TO WS-CANT-INI
                 WHEN 'S'
                    ADD WS-IMPORTE   TO WS-VAL-SALIDAS
                    ADD MOV-CANTIDAD TO WS-CANT-SAL
                 WHEN 'V'
                    ADD WS-IMPORTE   TO WS-VAL-VTA-COSTO
                    ADD MOV-IMPORTE  TO WS-VAL-VTA-CARGO
                    ADD MOV-CANTIDAD TO WS-CANT-SAL
                    ADD MOV-CANTIDAD TO WS-CANT-VTA
                 WHEN 'A'
                    ADD MOV-CANTIDAD TO WS-CANT-AJU
                    IF WS-POS-PROD = 0
                          ADD WS-IMPORTE TO WS-VAL-AJU-NEG
                       END-IF
                    END-IF
                 WHEN 'T'
                    SUBTRACT 1 FROM WS-RENGLONES
                 WHEN OTHER
                    DISPLAY "TIPO DE MOVIMIENTO DESCONOCIDO, "
                        "RENGLON OMITIDO: " MOV-TIPO
           END-IF
           PERFORM ANOTAR-SALDO-PRODUCTO.

       REVISAR-MES-CERRADO.
           OPEN INPUT CIERRES-FILE
           IF WS-CIE-STATUS = "00"
              PERFORM UNTIL EOF-CIE = 'Y'
                 READ CIERRES-FILE
                    AT END MOVE 'Y' TO EOF-CIE
                    NOT AT END
                       IF CIE-MES = WS-MES-SOL
                          MOVE 'S' TO WS-MES-CERRADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CIERRES-FILE
           END-IF.

      * Los movimientos de meses cerrados ya no estan en
      * movimientos.txt; el ultimo saldo conocido de cada producto
      * parte de la foto del cierre mas reciente anterior al mes.
       CARGAR-SALDOS-CIERRE.
           OPEN INPUT SALDOS-FILE
           IF WS-SAL-STATUS = "00"
              PERFORM UNTIL EOF-SAL = 'Y'
                 READ SALDOS-FILE
                    AT END MOVE 'Y' TO EOF-SAL
                    NOT AT END
                       IF SAL-MES < WS-MES-SOL
                          AND SAL-ALMACEN = SPACES
                          MOVE SAL-CODIGO   TO MOV-CODIGO
                          MOVE SAL-CANTIDAD TO MOV-SALDO
                          PERFORM UBICAR-PRODUCTO
                          PERFORM ANOTAR-SALDO-PRODUCTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           END-IF.

       UBICAR-PRODUCTO.
           MOVE 0 TO WS-POS-PROD
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                 MOVE WS-VAL-ENTRADAS TO POL-HABER
                 PERFORM GRABAR-RENGLON-POLIZA
              END-IF
      * La existencia inicial de un producto nuevo no es una compra:
      * se abona a saldos de apertura, no a proveedores.
              IF WS-VAL-INICIAL > 0
                 MOVE "1300" TO POL-CUENTA
                 MOVE "INVENTARIO - SALDO INICIAL" TO POL-DESCRIPCION
                 MOVE WS-VAL-INICIAL TO POL-DEBE
                 MOVE 0              TO POL-HABER
                 PERFORM GRABAR-RENGLON-POLIZA
                 MOVE "3900" TO POL-CUENTA
                 MOVE "SALDOS DE APERTURA" TO POL-DESCRIPCION
                 MOVE 0              TO POL-DEBE
                 MOVE WS-VAL-INICIAL TO POL-HABER
                 PERFORM GRABAR-RENGLON-POLIZA
              END-IF
              IF WS-VAL-SALIDAS > 0
                 MOVE "5300" TO POL-CUENTA
                 MOVE "COSTO DE VENTAS" TO POL-DESCRIPCION
                 MOVE WS-VAL-SALIDAS TO POL-HABER
                 PERFORM GRABAR-RENGLON-POLIZA
              END-IF
              IF WS-VAL-VTA-COSTO > 0 OR WS-VAL-VTA-CARGO > 0
                 PERFORM GRABAR-VENTAS-EMPLEADOS
              END-IF
              IF WS-VAL-AJU-POS > 0
                 MOVE "1300" TO POL-CUENTA
                 MOVE "INVENTARIO - AJUSTE AUMENTO" TO POL-DESCRIPCION
                  " TOTAL ABONOS: " WS-TOT-ABONOS
              DISPLAY "CONTROL CONTRA RESUMEN MENSUAL DEL KARDEX "
                  WS-MES-SOL ":"
              COMPUTE WS-VAL-ENT-TOTAL = WS-VAL-ENTRADAS
                  + WS-VAL-INICIAL
              DISPLAY "  ENTRADAS: " WS-CANT-ENT " UNIDADES, VALOR "
                  WS-VAL-ENT-TOTAL
              DISPLAY "    EXISTENCIA INICIAL: " WS-CANT-INI
                  " UNIDADES, VALOR " WS-VAL-INICIAL
              COMPUTE WS-VAL-SAL-TOTAL = WS-VAL-SALIDAS
                  + WS-VAL-VTA-COSTO
              DISPLAY "  SALIDAS:  " WS-CANT-SAL " UNIDADES, VALOR "
                  WS-VAL-SAL-TOTAL
              DISPLAY "    VENTAS A EMPLEADOS: " WS-CANT-VTA
                  " UNIDADES, COSTO " WS-VAL-VTA-COSTO " CARGO "
                  WS-VAL-VTA-CARGO
              DISPLAY "  AJUSTES:  " WS-CANT-AJU " UNIDADES, AUMENTO "
                  WS-VAL-AJU-POS " MERMA " WS-VAL-AJU-NEG
           END-IF.

      * La venta a empleado sale del inventario a costo y se carga a
      * la cuenta por cobrar al empleado por el importe convenido, que
      * NOMINA abona conforme aplica las ordenes de deduccion 'C'; la
      * diferencia entre cargo y costo es utilidad (o perdida).
       GRABAR-VENTAS-EMPLEADOS.
           IF WS-VAL-VTA-CARGO > 0
              MOVE "1140" TO POL-CUENTA
              MOVE "CXC EMPLEADOS - COMPRAS" TO POL-DESCRIPCION
              MOVE WS-VAL-VTA-CARGO TO POL-DEBE
              MOVE 0                TO POL-HABER
              PERFORM GRABAR-RENGLON-POLIZA
           END-IF
           IF WS-VAL-VTA-COSTO > 0
              MOVE "1300" TO POL-CUENTA
              MOVE "INVENTARIO - VENTAS EMPLEADOS" TO POL-DESCRIPCION
              MOVE 0                TO POL-DEBE
              MOVE WS-VAL-VTA-COSTO TO POL-HABER
              PERFORM GRABAR-RENGLON-POLIZA
           END-IF
           MOVE "4150" TO POL-CUENTA
           MOVE "UTILIDAD VENTAS A EMPLEADOS" TO POL-DESCRIPCION
           IF WS-VAL-VTA-CARGO > WS-VAL-VTA-COSTO
              COMPUTE WS-VAL-VTA-DIF = WS-VAL-VTA-CARGO
                  - WS-VAL-VTA-COSTO
              MOVE 0              TO POL-DEBE
              MOVE WS-VAL-VTA-DIF TO POL-HABER
              PERFORM GRABAR-RENGLON-POLIZA
           END-IF
           IF WS-VAL-VTA-CARGO < WS-VAL-VTA-COSTO
              COMPUTE WS-VAL-VTA-DIF = WS-VAL-VTA-COSTO
                  - WS-VAL-VTA-CARGO
              MOVE WS-VAL-VTA-DIF TO POL-DEBE
              MOVE 0              TO POL-HABER
              PERFORM GRABAR-RENGLON-POLIZA
           END-IF.

       GRABAR-RENGLON-POLIZA.
           ADD POL-DEBE  TO WS-TOT-CARGOS
           ADD POL-HABER TO WS-TOT-ABONOS
