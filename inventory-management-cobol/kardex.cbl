               FILE STATUS IS WS-MOV-STATUS.
           SELECT KARDEX-FILE ASSIGN TO 'kardex.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORICO-FILE ASSIGN TO 'movimientos_historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
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

       FD KARDEX-FILE.
       01 KARDEX-LINEA            PIC X(70).

      * Mismos trazados que CIERRE-INVENTARIO: movimientos de meses
      * cerrados (trazado MOV-REG), foto de saldos al cierre y meses
      * cerrados.
       FD HISTORICO-FILE.
       01 HIS-REG                 PIC X(55).

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
       01 OPCION              PIC 9 VALUE 0.
       01 FIN                 PIC X VALUE 'N'.
       01 EOF-MOV             PIC X VALUE 'N'.
       01 WS-MOV-STATUS       PIC XX.
       01 WS-HIS-STATUS       PIC XX.
       01 WS-SAL-STATUS       PIC XX.
       01 WS-CIE-STATUS       PIC XX.
       01 EOF-HIS             PIC X VALUE 'N'.
       01 EOF-SAL             PIC X VALUE 'N'.
       01 EOF-CIE             PIC X VALUE 'N'.
       01 WS-ULT-CIERRE       PIC 9(6) VALUE 0.
       01 WS-MES-INICIAL      PIC 9(6) VALUE 0.
       01 WS-SALDO-INICIAL    PIC 9(4) VALUE 0.
       01 WS-SALDO-FINAL      PIC 9(4) VALUE 0.
       01 WS-INICIAL-ESCRITO  PIC X VALUE 'N'.
       01 WS-MOV-APLICA       PIC X VALUE 'N'.
       01 WS-CODIGO-SOL       PIC X(6).
       01 WS-ALM-SOL          PIC X(3).
       01 WS-SALDO-KAR        PIC 9(4).
       01 WS-FECHA-DESDE      PIC 9(8).
       01 WS-FECHA-HASTA      PIC 9(8).
       01 WS-MES-SOL          PIC 9(6).
       01 WS-TOT-ENTRADAS     PIC 9(6) VALUE 0.
       01 WS-TOT-SALIDAS      PIC 9(6) VALUE 0.
       01 WS-TOT-AJUSTES      PIC 9(6) VALUE 0.
       01 WS-TOT-TRF-ENT      PIC 9(6) VALUE 0.
       01 WS-TOT-TRF-SAL      PIC 9(6) VALUE 0.
       01 WS-IDX-PROD         PIC 9(3).
       01 WS-POS-PROD         PIC 9(3).
       01 WS-RESUMEN.
              10 WS-PROD-ENT     PIC 9(6).
              10 WS-PROD-SAL     PIC 9(6).
              10 WS-PROD-AJU     PIC 9(6).
              10 WS-PROD-TRE     PIC 9(6).
              10 WS-PROD-TRS     PIC 9(6).
       01 WS-KAR-TITULO.
           05 FILLER              PIC X(20)
              VALUE "KARDEX DEL PRODUCTO ".
           05 KAR-TIT-DESDE       PIC 9(8).
           05 FILLER              PIC X(4)  VALUE " AL ".
           05 KAR-TIT-HASTA       PIC 9(8).
           05 FILLER              PIC X(9)  VALUE " ALMACEN ".
           05 KAR-TIT-ALMACEN     PIC X(5).
       01 WS-KAR-DET.
           05 KAR-FECHA           PIC 9(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 KAR-COSTO           PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 KAR-SALDO           PIC ZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 KAR-ALMACEN         PIC X(3).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 KAR-DESTINO         PIC X(3).
       01 WS-KAR-TOTAL.
           05 KAR-TOT-ETIQUETA    PIC X(16).
           05 KAR-TOT-CANTIDAD    PIC ZZZ,ZZ9.
           05 FILLER              PIC X(31)
              VALUE "RESUMEN DE MOVIMIENTOS DEL MES ".
           05 RES-TIT-MES         PIC 9(6).
           05 FILLER              PIC X(9)  VALUE " ALMACEN ".
           05 RES-TIT-ALMACEN     PIC X(5).
       01 WS-RES-DET.
           05 RES-CODIGO          PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RES-SALIDAS         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RES-AJUSTES         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RES-TRF-ENT         PIC ZZZ,ZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RES-TRF-SAL         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO-KARDEX.
           MOVE 0 TO WS-TOT-ENTRADAS
           MOVE 0 TO WS-TOT-SALIDAS
           MOVE 0 TO WS-TOT-AJUSTES
           MOVE 0 TO WS-TOT-TRF-ENT
           MOVE 0 TO WS-TOT-TRF-SAL
           DISPLAY "Ingrese codigo:"
           ACCEPT WS-CODIGO-SOL
           DISPLAY "Almacen (espacios = todos):"
           MOVE SPACES TO WS-ALM-SOL
           ACCEPT WS-ALM-SOL
           DISPLAY "Fecha desde (AAAAMMDD):"
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD):"
           ACCEPT WS-FECHA-HASTA
           MOVE 'N' TO EOF-HIS
           MOVE 'N' TO WS-INICIAL-ESCRITO
           PERFORM BUSCAR-ULTIMO-CIERRE
           PERFORM BUSCAR-SALDO-INICIAL
           OPEN OUTPUT KARDEX-FILE
           MOVE WS-CODIGO-SOL  TO KAR-TIT-CODIGO
           MOVE WS-FECHA-DESDE TO KAR-TIT-DESDE
           MOVE WS-FECHA-HASTA TO KAR-TIT-HASTA
           IF WS-ALM-SOL = SPACES
              MOVE "TODOS"    TO KAR-TIT-ALMACEN
           ELSE
              MOVE WS-ALM-SOL TO KAR-TIT-ALMACEN
           END-IF
           WRITE KARDEX-LINEA FROM WS-KAR-TITULO
           MOVE "FECHA     TIPO  CANT  COSTO UNIT  SALDO"
               TO KARDEX-LINEA
           MOVE "ALM  DEST" TO KARDEX-LINEA(42:9)
           WRITE KARDEX-LINEA
           IF WS-FECHA-DESDE(1:6) <= WS-ULT-CIERRE
              OPEN INPUT HISTORICO-FILE
              IF WS-HIS-STATUS = "00"
                 PERFORM UNTIL EOF-HIS = 'Y'
                    READ HISTORICO-FILE INTO MOV-REG
                       AT END MOVE 'Y' TO EOF-HIS
                       NOT AT END PERFORM FILTRAR-MOVIMIENTO
                    END-READ
                 END-PERFORM
                 CLOSE HISTORICO-FILE
              END-IF
           END-IF
           OPEN INPUT MOV-FILE
           EVALUATE TRUE
              WHEN WS-MOV-STATUS = "35"
                 CONTINUE
              WHEN WS-MOV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO MOVIMIENTOS, STATUS "
                     WS-MOV-STATUS
              WHEN OTHER
                 PERFORM UNTIL EOF-MOV = 'Y'
                    READ MOV-FILE
                       AT END MOVE 'Y' TO EOF-MOV
                    END-READ
                 END-PERFORM
                 CLOSE MOV-FILE
           END-EVALUATE
           IF WS-INICIAL-ESCRITO = 'N'
              PERFORM ESCRIBIR-SALDO-INICIAL
           END-IF
           PERFORM ESCRIBIR-TOTALES-KARDEX
           CLOSE KARDEX-FILE
           DISPLAY "MOVIMIENTOS LISTADOS: " WS-RENGLONES
           DISPLAY "REPORTE KARDEX: kardex.txt".

       BUSCAR-ULTIMO-CIERRE.
           MOVE 0 TO WS-ULT-CIERRE
           MOVE 'N' TO EOF-CIE
           OPEN INPUT CIERRES-FILE
           IF WS-CIE-STATUS = "00"
              PERFORM UNTIL EOF-CIE = 'Y'
                 READ CIERRES-FILE
                    AT END MOVE 'Y' TO EOF-CIE
                    NOT AT END
                       IF CIE-MES > WS-ULT-CIERRE
                          MOVE CIE-MES TO WS-ULT-CIERRE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CIERRES-FILE
           END-IF.

      * El saldo inicial es el del ultimo cierre anterior al mes de
      * la fecha desde; el renglon del producto (almacen en espacios)
      * fija el mes y lo siguen los renglones de sus almacenes, que
      * solo existen cuando el almacen tenia existencia.
       BUSCAR-SALDO-INICIAL.
           MOVE 0 TO WS-MES-INICIAL
           MOVE 0 TO WS-SALDO-INICIAL
           MOVE 'N' TO EOF-SAL
           OPEN INPUT SALDOS-FILE
           IF WS-SAL-STATUS = "00"
              PERFORM UNTIL EOF-SAL = 'Y'
                 READ SALDOS-FILE
                    AT END MOVE 'Y' TO EOF-SAL
                    NOT AT END
                       IF SAL-CODIGO = WS-CODIGO-SOL
                          AND SAL-MES < WS-FECHA-DESDE(1:6)
                          PERFORM ANOTAR-SALDO-INICIAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALDOS-FILE
           END-IF.

       ANOTAR-SALDO-INICIAL.
           IF SAL-ALMACEN = SPACES
              MOVE SAL-MES TO WS-MES-INICIAL
              IF WS-ALM-SOL = SPACES
                 MOVE SAL-CANTIDAD TO WS-SALDO-INICIAL
              ELSE
                 MOVE 0 TO WS-SALDO-INICIAL
              END-IF
           ELSE
              IF SAL-ALMACEN = WS-ALM-SOL
                 AND SAL-MES = WS-MES-INICIAL
                 MOVE SAL-CANTIDAD TO WS-SALDO-INICIAL
              END-IF
           END-IF.

       ESCRIBIR-SALDO-INICIAL.
           MOVE 'S' TO WS-INICIAL-ESCRITO
           MOVE WS-SALDO-INICIAL TO WS-SALDO-FINAL
           MOVE "SALDO INICIAL"  TO KAR-TOT-ETIQUETA
           MOVE WS-SALDO-INICIAL TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL.

      * Los movimientos anteriores a la fecha desde, pero
      * posteriores al cierre tomado como saldo inicial, solo
      * actualizan ese saldo.
       FILTRAR-MOVIMIENTO.
           IF MOV-CODIGO = WS-CODIGO-SOL
              MOVE 'S' TO WS-MOV-APLICA
              EVALUATE TRUE
                 WHEN WS-ALM-SOL = SPACES
                    MOVE MOV-SALDO TO WS-SALDO-KAR
                 WHEN MOV-ALMACEN = WS-ALM-SOL
                    MOVE MOV-SALDO-ALM TO WS-SALDO-KAR
                 WHEN MOV-TIPO = 'T' AND MOV-ALM-DESTINO = WS-ALM-SOL
                    MOVE MOV-SALDO-DES TO WS-SALDO-KAR
                 WHEN OTHER
                    MOVE 'N' TO WS-MOV-APLICA
              END-EVALUATE
              IF WS-MOV-APLICA = 'S'
                 EVALUATE TRUE
                    WHEN MOV-FECHA < WS-FECHA-DESDE
                       IF MOV-FECHA(1:6) > WS-MES-INICIAL
                          MOVE WS-SALDO-KAR TO WS-SALDO-INICIAL
                       END-IF
                    WHEN MOV-FECHA <= WS-FECHA-HASTA
                       IF WS-INICIAL-ESCRITO = 'N'
                          PERFORM ESCRIBIR-SALDO-INICIAL
                       END-IF
                       PERFORM ESCRIBIR-RENGLON-KARDEX
                       IF MOV-TIPO = 'T'
                          PERFORM ACUMULAR-TRASPASO-KARDEX
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.

       ACUMULAR-TRASPASO-KARDEX.
           IF WS-ALM-SOL = SPACES OR MOV-ALMACEN = WS-ALM-SOL
              ADD MOV-CANTIDAD TO WS-TOT-TRF-SAL
           END-IF
           IF WS-ALM-SOL = SPACES OR MOV-ALM-DESTINO = WS-ALM-SOL
              ADD MOV-CANTIDAD TO WS-TOT-TRF-ENT
           END-IF.

       ESCRIBIR-RENGLON-KARDEX.
           ADD 1 TO WS-RENGLONES
           MOVE MOV-FECHA       TO KAR-FECHA
           MOVE MOV-TIPO        TO KAR-TIPO
           MOVE MOV-CANTIDAD    TO KAR-CANTIDAD
           MOVE MOV-COSTO       TO KAR-COSTO
           MOVE WS-SALDO-KAR    TO KAR-SALDO
           MOVE WS-SALDO-KAR    TO WS-SALDO-FINAL
           MOVE MOV-ALMACEN     TO KAR-ALMACEN
           MOVE MOV-ALM-DESTINO TO KAR-DESTINO
           WRITE KARDEX-LINEA FROM WS-KAR-DET
           EVALUATE MOV-TIPO
              WHEN 'E'
              WHEN 'I'
                 ADD MOV-CANTIDAD TO WS-TOT-ENTRADAS
              WHEN 'S'
              WHEN 'V'
                 ADD MOV-CANTIDAD TO WS-TOT-SALIDAS
              WHEN 'A'
                 ADD MOV-CANTIDAD TO WS-TOT-AJUSTES
           END-EVALUATE.

       ESCRIBIR-TOTALES-KARDEX.
           MOVE "TOTAL ENTRADAS" TO KAR-TOT-ETIQUETA
           MOVE WS-TOT-ENTRADAS  TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL
           MOVE "TOTAL AJUSTES"  TO KAR-TOT-ETIQUETA
           MOVE WS-TOT-AJUSTES   TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL
           MOVE "TRASPASOS ENTR." TO KAR-TOT-ETIQUETA
           MOVE WS-TOT-TRF-ENT   TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL
           MOVE "TRASPASOS SAL." TO KAR-TOT-ETIQUETA
           MOVE WS-TOT-TRF-SAL   TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL
           MOVE "SALDO FINAL"    TO KAR-TOT-ETIQUETA
           MOVE WS-SALDO-FINAL   TO KAR-TOT-CANTIDAD
           WRITE KARDEX-LINEA FROM WS-KAR-TOTAL.

       RESUMEN-MENSUAL.
           MOVE 0 TO WS-TOT-ENTRADAS
           MOVE 0 TO WS-TOT-SALIDAS
           MOVE 0 TO WS-TOT-AJUSTES
           MOVE 0 TO WS-TOT-TRF-ENT
           MOVE 0 TO WS-TOT-TRF-SAL
           DISPLAY "Mes a resumir (AAAAMM):"
           ACCEPT WS-MES-SOL
           DISPLAY "Almacen (espacios = todos):"
           MOVE SPACES TO WS-ALM-SOL
           ACCEPT WS-ALM-SOL
           PERFORM BUSCAR-ULTIMO-CIERRE
           IF WS-MES-SOL <= WS-ULT-CIERRE
              MOVE 'N' TO EOF-HIS
              OPEN INPUT HISTORICO-FILE
              EVALUATE TRUE
                 WHEN WS-HIS-STATUS = "35"
                    DISPLAY "SIN HISTORICO DE MOVIMIENTOS"
                 WHEN WS-HIS-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO HISTORICO, STATUS "
                        WS-HIS-STATUS
                 WHEN OTHER
                    PERFORM UNTIL EOF-HIS = 'Y'
                       READ HISTORICO-FILE INTO MOV-REG
                          AT END MOVE 'Y' TO EOF-HIS
                          NOT AT END PERFORM ACUMULAR-MES
                       END-READ
                    END-PERFORM
                    CLOSE HISTORICO-FILE
                    PERFORM ESCRIBIR-RESUMEN-MES
              END-EVALUATE
           ELSE
              OPEN INPUT MOV-FILE
              EVALUATE TRUE
                 WHEN WS-MOV-STATUS = "35"
                    DISPLAY "SIN MOVIMIENTOS REGISTRADOS"
                 WHEN WS-MOV-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO MOVIMIENTOS, STATUS "
                        WS-MOV-STATUS
                 WHEN OTHER
                    PERFORM UNTIL EOF-MOV = 'Y'
                       READ MOV-FILE
                          AT END MOVE 'Y' TO EOF-MOV
                          NOT AT END PERFORM ACUMULAR-MES
                       END-READ
                    END-PERFORM
                    CLOSE MOV-FILE
                    PERFORM ESCRIBIR-RESUMEN-MES
              END-EVALUATE
           END-IF.

       ACUMULAR-MES.
           IF MOV-FECHA(1:6) = WS-MES-SOL
              AND (WS-ALM-SOL = SPACES
                   OR MOV-ALMACEN = WS-ALM-SOL
                   OR (MOV-TIPO = 'T' AND MOV-ALM-DESTINO = WS-ALM-SOL))
              PERFORM UBICAR-PRODUCTO
              IF WS-POS-PROD > 0
                 EVALUATE MOV-TIPO
                    WHEN 'E'
                    WHEN 'I'
                       ADD MOV-CANTIDAD TO WS-PROD-ENT(WS-POS-PROD)
                       ADD MOV-CANTIDAD TO WS-TOT-ENTRADAS
                    WHEN 'S'
                    WHEN 'V'
                       ADD MOV-CANTIDAD TO WS-PROD-SAL(WS-POS-PROD)
                       ADD MOV-CANTIDAD TO WS-TOT-SALIDAS
                    WHEN 'A'
                       ADD MOV-CANTIDAD TO WS-PROD-AJU(WS-POS-PROD)
                       ADD MOV-CANTIDAD TO WS-TOT-AJUSTES
                    WHEN 'T'
                       PERFORM ACUMULAR-TRASPASO
                 END-EVALUATE
              END-IF
           END-IF.

       ACUMULAR-TRASPASO.
           IF WS-ALM-SOL = SPACES OR MOV-ALMACEN = WS-ALM-SOL
              ADD MOV-CANTIDAD TO WS-PROD-TRS(WS-POS-PROD)
              ADD MOV-CANTIDAD TO WS-TOT-TRF-SAL
           END-IF
           IF WS-ALM-SOL = SPACES OR MOV-ALM-DESTINO = WS-ALM-SOL
              ADD MOV-CANTIDAD TO WS-PROD-TRE(WS-POS-PROD)
              ADD MOV-CANTIDAD TO WS-TOT-TRF-ENT
           END-IF.

       UBICAR-PRODUCTO.
           MOVE 0 TO WS-POS-PROD
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                 MOVE 0 TO WS-PROD-ENT(WS-POS-PROD)
                 MOVE 0 TO WS-PROD-SAL(WS-POS-PROD)
                 MOVE 0 TO WS-PROD-AJU(WS-POS-PROD)
                 MOVE 0 TO WS-PROD-TRE(WS-POS-PROD)
                 MOVE 0 TO WS-PROD-TRS(WS-POS-PROD)
              ELSE
                 DISPLAY "TABLA DE PRODUCTOS LLENA, MOVIMIENTO "
                     "OMITIDO: " MOV-CODIGO
           ELSE
              OPEN OUTPUT KARDEX-FILE
              MOVE WS-MES-SOL TO RES-TIT-MES
              IF WS-ALM-SOL = SPACES
                 MOVE "TODOS"    TO RES-TIT-ALMACEN
              ELSE
                 MOVE WS-ALM-SOL TO RES-TIT-ALMACEN
              END-IF
              WRITE KARDEX-LINEA FROM WS-RES-TITULO
              MOVE "CODIGO  ENTRADA  SALIDA   AJUSTE  TRASP-E  TRASP-S"
                  TO KARDEX-LINEA
              WRITE KARDEX-LINEA
              PERFORM ESCRIBIR-RENGLON-RESUMEN
              MOVE WS-TOT-ENTRADAS TO RES-ENTRADAS
              MOVE WS-TOT-SALIDAS  TO RES-SALIDAS
              MOVE WS-TOT-AJUSTES  TO RES-AJUSTES
              MOVE WS-TOT-TRF-ENT  TO RES-TRF-ENT
              MOVE WS-TOT-TRF-SAL  TO RES-TRF-SAL
              WRITE KARDEX-LINEA FROM WS-RES-DET
              CLOSE KARDEX-FILE
              DISPLAY "PRODUCTOS CON MOVIMIENTO: " WS-NUM-PROD
           MOVE WS-PROD-ENT(WS-IDX-PROD)    TO RES-ENTRADAS
           MOVE WS-PROD-SAL(WS-IDX-PROD)    TO RES-SALIDAS
           MOVE WS-PROD-AJU(WS-IDX-PROD)    TO RES-AJUSTES
           MOVE WS-PROD-TRE(WS-IDX-PROD)    TO RES-TRF-ENT
           MOVE WS-PROD-TRS(WS-IDX-PROD)    TO RES-TRF-SAL
           WRITE KARDEX-LINEA FROM WS-RES-DET.
