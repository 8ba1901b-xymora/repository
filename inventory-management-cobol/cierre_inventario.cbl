       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-INVENTARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO 'inventario.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               FILE STATUS IS WS-INV-STATUS.
           SELECT EXISTENCIAS ASSIGN TO 'existencias.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXI-CLAVE
               FILE STATUS IS WS-EXI-STATUS.
           SELECT MOV-FILE ASSIGN TO 'movimientos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT MOV-NUEVO ASSIGN TO 'movimientos.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NVO-STATUS.
           SELECT HISTORICO-FILE ASSIGN TO 'movimientos_historico.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT SALDOS-FILE ASSIGN TO 'saldos_cierre.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT CIERRES-FILE ASSIGN TO 'meses_cerrados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO 'cierre_inventario.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTARIO.
       01 REGISTRO-INVENTARIO.
           05 CODIGO          PIC X(6).
           05 NOMBRE          PIC X(20).
           05 CANTIDAD        PIC 9(4).
           05 STOCK-MIN       PIC 9(2).
           05 COSTO-UNIT      PIC 9(5)V99.
           05 PROV-DEFECTO    PIC X(4).

       FD EXISTENCIAS.
       01 REGISTRO-EXISTENCIA.
           05 EXI-CLAVE.
              10 EXI-CODIGO      PIC X(6).
              10 EXI-ALMACEN     PIC X(3).
           05 EXI-CANTIDAD       PIC 9(4).
           05 EXI-STOCK-MIN      PIC 9(2).

       FD MOV-FILE.
      * MOV-TIPO: 'E' entrada, 'I' existencia inicial de un producto
      *   nuevo, 'S' salida, 'V' venta a empleado, 'A' ajuste por
      *   conteo, 'T' transferencia entre almacenes.
       01 MOV-REG.
           05 MOV-FECHA           PIC 9(8).
           05 MOV-CODIGO          PIC X(6).
           05 MOV-CANTIDAD        PIC 9(4).
           05 MOV-TIPO            PIC X(1).
           05 MOV-SALDO           PIC 9(4).
           05 MOV-COSTO           PIC 9(5)V99.
           05 MOV-ALMACEN         PIC X(3).
           05 MOV-SALDO-ALM       PIC 9(4).
           05 MOV-ALM-DESTINO     PIC X(3).
           05 MOV-SALDO-DES       PIC 9(4).
           05 MOV-EMP-ID          PIC 9(5).
           05 MOV-IMPORTE         PIC 9(6).

       FD MOV-NUEVO.
       01 NVO-REG                 PIC X(55).

      * movimientos_historico.txt guarda, con el mismo trazado de
      * MOV-REG, los movimientos de los meses ya cerrados que se
      * retiran de movimientos.txt.
       FD HISTORICO-FILE.
       01 HIS-REG                 PIC X(55).

      * saldos_cierre.txt: foto de existencias al cierre de cada mes.
      * Un renglon por producto con SAL-ALMACEN en espacios (total
      * del producto) y uno por cada almacen donde tiene existencia.
      * Las cantidades e importes son los del maestro menos el efecto
      * de los movimientos posteriores al mes. Es el saldo inicial
      * del mes siguiente para este programa, KARDEX y
      * POLIZA-INVENTARIO.
       FD SALDOS-FILE.
       01 SAL-REG.
           05 SAL-MES             PIC 9(6).
           05 SAL-CODIGO          PIC X(6).
           05 SAL-ALMACEN         PIC X(3).
           05 SAL-CANTIDAD        PIC 9(4).
           05 SAL-COSTO           PIC 9(5)V99.
           05 SAL-IMPORTE         PIC 9(9)V99.

      * meses_cerrados.txt: un renglon por mes cerrado; un mes que
      * figura aqui ya no admite poliza ni un nuevo cierre.
       FD CIERRES-FILE.
       01 CIE-REG.
           05 CIE-MES             PIC 9(6).
           05 CIE-FECHA           PIC 9(8).
           05 CIE-PRODUCTOS       PIC 9(5).
           05 CIE-CANTIDAD        PIC 9(7).
           05 CIE-IMPORTE         PIC 9(11)V99.
           05 CIE-DESCUADRES      PIC 9(5).

       FD REPORTE-FILE.
       01 REPORTE-LINEA           PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-INV-STATUS       PIC XX.
       01 WS-EXI-STATUS       PIC XX.
       01 WS-MOV-STATUS       PIC XX.
       01 WS-NVO-STATUS       PIC XX.
       01 WS-HIS-STATUS       PIC XX.
       01 WS-SAL-STATUS       PIC XX.
       01 WS-CIE-STATUS       PIC XX.
       01 EOF                 PIC X VALUE 'N'.
       01 EOF-EXI             PIC X VALUE 'N'.
       01 WS-EXI-ABIERTO      PIC X VALUE 'N'.
       01 EOF-MOV             PIC X VALUE 'N'.
       01 EOF-SAL             PIC X VALUE 'N'.
       01 EOF-CIE             PIC X VALUE 'N'.
       01 WS-MES-SOL          PIC 9(6).
       01 WS-MES-SOL-R REDEFINES WS-MES-SOL.
           05 WS-MES-SOL-AAAA PIC 9(4).
           05 WS-MES-SOL-MM   PIC 9(2).
       01 WS-ULT-CIERRE       PIC 9(6) VALUE 0.
       01 WS-MES-SIGUIENTE    PIC 9(6).
       01 WS-MES-SIG-R REDEFINES WS-MES-SIGUIENTE.
           05 WS-MES-SIG-AAAA PIC 9(4).
           05 WS-MES-SIG-MM   PIC 9(2).
       01 WS-MES-CERRADO      PIC X VALUE 'N'.
       01 WS-PRIMER-CIERRE    PIC X VALUE 'N'.
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-TOLERANCIA       PIC 9(5)V99 VALUE 0.
       01 WS-CONFIRMA         PIC X.
       01 WS-IMPORTE          PIC 9(9)V99.
       01 WS-CANT-CIERRE      PIC 9(4).
       01 WS-CANT-ALMACEN     PIC 9(4).
       01 WS-CANT-POST        PIC S9(5).
       01 WS-ALM-POST         PIC X(3).
       01 WS-COSTO-CIERRE     PIC 9(5)V99.
       01 WS-VAL-CIERRE       PIC S9(11)V99.
       01 WS-CANT-NETA        PIC S9(7).
       01 WS-VAL-NETO         PIC S9(11)V99.
       01 WS-CANT-ESPERADA    PIC S9(7).
       01 WS-VAL-ESPERADO     PIC S9(11)V99.
       01 WS-DIF-CANT         PIC S9(7).
       01 WS-DIF-IMPORTE      PIC S9(11)V99.
       01 WS-MOV-MES          PIC 9(6) VALUE 0.
       01 WS-MOV-ANTERIORES   PIC 9(6) VALUE 0.
       01 WS-MOV-POSTERIORES  PIC 9(6) VALUE 0.
       01 WS-MOV-CERRADOS     PIC 9(6) VALUE 0.
       01 WS-ARCHIVADOS       PIC 9(6) VALUE 0.
       01 WS-CONSERVADOS      PIC 9(6) VALUE 0.
       01 WS-PRODUCTOS        PIC 9(5) VALUE 0.
       01 WS-DESCUADRES       PIC 9(5) VALUE 0.
       01 WS-SALDOS-GRABADOS  PIC 9(6) VALUE 0.
       01 WS-MOV-TEMPORAL     PIC X(25) VALUE 'movimientos.tmp'.
       01 WS-MOV-MAESTRO      PIC X(25) VALUE 'movimientos.txt'.
       01 WS-RENAME-RC        PIC S9(9) COMP-5.
       01 WS-IDX-PROD         PIC 9(3).
       01 WS-POS-PROD         PIC 9(3).
       01 WS-PRODUCTOS-MES.
           05 WS-NUM-PROD     PIC 9(3) VALUE 0.
           05 WS-PROD OCCURS 500.
              10 WS-PROD-CODIGO   PIC X(6).
              10 WS-PROD-INI-OK   PIC X.
              10 WS-PROD-CANT-INI PIC S9(7).
              10 WS-PROD-VAL-INI  PIC S9(11)V99.
              10 WS-PROD-SALDO-OK PIC X.
              10 WS-PROD-SALDO    PIC 9(4).
              10 WS-PROD-ENT      PIC 9(7).
              10 WS-PROD-SAL      PIC 9(7).
              10 WS-PROD-AJP      PIC 9(7).
              10 WS-PROD-AJN      PIC 9(7).
              10 WS-PROD-VAL-ENT  PIC 9(11)V99.
              10 WS-PROD-VAL-SAL  PIC 9(11)V99.
              10 WS-PROD-VAL-AJP  PIC 9(11)V99.
              10 WS-PROD-VAL-AJN  PIC 9(11)V99.
              10 WS-PROD-VISTO    PIC X.
              10 WS-PROD-POST     PIC S9(7).
              10 WS-PROD-VAL-POST PIC S9(11)V99.
       01 WS-IDX-UBI          PIC 9(4).
       01 WS-POS-UBI          PIC 9(4).
      * Efecto neto en cantidad de los movimientos posteriores al mes
      * por producto y almacen.
       01 WS-ALMACENES-POST.
           05 WS-NUM-UBI      PIC 9(4) VALUE 0.
           05 WS-UBI OCCURS 1000.
              10 WS-UBI-CODIGO    PIC X(6).
              10 WS-UBI-ALMACEN   PIC X(3).
              10 WS-UBI-POST      PIC S9(7).
       01 WS-TOTALES-CIERRE.
           05 WS-TOT-CANT-INI  PIC S9(7) VALUE 0.
           05 WS-TOT-VAL-INI   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-ENT       PIC 9(7) VALUE 0.
           05 WS-TOT-SAL       PIC 9(7) VALUE 0.
           05 WS-TOT-AJU       PIC S9(7) VALUE 0.
           05 WS-TOT-VAL-NETO  PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CANT-ESP  PIC S9(7) VALUE 0.
           05 WS-TOT-VAL-ESP   PIC S9(11)V99 VALUE 0.
           05 WS-TOT-CANT-CIE  PIC 9(7) VALUE 0.
           05 WS-TOT-VAL-CIE   PIC 9(11)V99 VALUE 0.
       01 WS-CIE-TITULO.
           05 FILLER              PIC X(38)
              VALUE "CONCILIACION DE CIERRE DE INVENTARIO ".
           05 CIT-MES             PIC 9(6).
           05 FILLER              PIC X(15) VALUE "  TOLERANCIA: ".
           05 CIT-TOLERANCIA      PIC ZZ,ZZ9.99.
       01 WS-CIE-DET.
           05 CID-CODIGO          PIC X(6).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-CANT-INI        PIC ZZZZZZ9-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-ENTRADAS        PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-SALIDAS         PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-AJUSTES         PIC ZZZZZZ9-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-CANT-ESP        PIC ZZZZZZ9-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-CANT-CIE        PIC ZZZZZZ9.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-VAL-ESP         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-VAL-CIE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 CID-DIFERENCIA      PIC ZZZ,ZZ9.99-.
       01 WS-CIE-RESUMEN.
           05 CIR-ETIQUETA        PIC X(36).
           05 CIR-VALOR           PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-CIE-CONTEO.
           05 CIC-ETIQUETA        PIC X(36).
           05 CIC-VALOR           PIC ZZ,ZZ9.
       01 WS-CIE-SEPARADOR    PIC X(110) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-CIERRE.
           DISPLAY "CIERRE MENSUAL DE INVENTARIO"
           DISPLAY "Mes a cerrar (AAAAMM):"
           ACCEPT WS-MES-SOL
           IF WS-MES-SOL-MM < 1 OR WS-MES-SOL-MM > 12
              DISPLAY "MES INVALIDO: " WS-MES-SOL
              STOP RUN
           END-IF
           DISPLAY "Tolerancia de redondeo por producto (importe):"
           ACCEPT WS-TOLERANCIA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF WS-MES-SOL NOT < WS-FECHA-HOY(1:6)
              DISPLAY "EL MES " WS-MES-SOL " NO HA TERMINADO, "
                  "NO PUEDE CERRARSE"
              STOP RUN
           END-IF
           PERFORM CARGAR-MESES-CERRADOS
           IF WS-MES-CERRADO = 'S'
              DISPLAY "EL MES " WS-MES-SOL " YA ESTA CERRADO"
              STOP RUN
           END-IF
           IF WS-ULT-CIERRE = 0
              MOVE 'S' TO WS-PRIMER-CIERRE
           ELSE
              PERFORM CALCULAR-MES-SIGUIENTE
              IF WS-MES-SOL NOT = WS-MES-SIGUIENTE
                 DISPLAY "ULTIMO MES CERRADO: " WS-ULT-CIERRE
                     ", EL SIGUIENTE A CERRAR ES " WS-MES-SIGUIENTE
                 STOP RUN
              END-IF
              PERFORM CARGAR-SALDOS-APERTURA
           END-IF
           PERFORM ACUMULAR-MOVIMIENTOS
           IF WS-MOV-CERRADOS > 0
              DISPLAY "EXISTEN " WS-MOV-CERRADOS " MOVIMIENTOS "
                  "FECHADOS EN MESES YA CERRADOS (LISTADOS ARRIBA)"
              DISPLAY "NO ENTRAN EN LA FOTO DEL ULTIMO CIERRE; DEBEN "
                  "ACLARARSE ANTES DE CERRAR, CIERRE CANCELADO"
              STOP RUN
           END-IF
           PERFORM CONCILIAR-CIERRE
           IF WS-INV-STATUS NOT = "00"
              STOP RUN
           END-IF
           IF WS-DESCUADRES > 0
              DISPLAY "PRODUCTOS QUE NO CUADRAN: " WS-DESCUADRES
                  ", VER cierre_inventario.txt"
              DISPLAY "Cerrar el mes con los saldos actuales (S/N):"
           ELSE
              DISPLAY "SALDOS CUADRADOS POR PRODUCTO Y EN TOTAL"
              DISPLAY "Confirma el cierre del mes " WS-MES-SOL " (S/N):"
           END-IF
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
              DISPLAY "CIERRE NO REALIZADO"
              STOP RUN
           END-IF
           PERFORM GRABAR-SALDOS-CIERRE
           IF WS-SAL-STATUS NOT = "00"
              STOP RUN
           END-IF
           PERFORM MARCAR-MES-CERRADO
           IF WS-CIE-STATUS NOT = "00"
              STOP RUN
           END-IF
           PERFORM ARCHIVAR-MOVIMIENTOS
           DISPLAY "MES " WS-MES-SOL " CERRADO"
           STOP RUN.

       CARGAR-MESES-CERRADOS.
           OPEN INPUT CIERRES-FILE
           EVALUATE TRUE
              WHEN WS-CIE-STATUS = "35"
                 CONTINUE
              WHEN WS-CIE-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO MESES CERRADOS, STATUS "
                     WS-CIE-STATUS
                 STOP RUN
              WHEN OTHER
                 PERFORM UNTIL EOF-CIE = 'Y'
                    READ CIERRES-FILE
                       AT END MOVE 'Y' TO EOF-CIE
                       NOT AT END
                          IF CIE-MES = WS-MES-SOL
                             MOVE 'S' TO WS-MES-CERRADO
                          END-IF
                          IF CIE-MES > WS-ULT-CIERRE
                             MOVE CIE-MES TO WS-ULT-CIERRE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CIERRES-FILE
           END-EVALUATE.

       CALCULAR-MES-SIGUIENTE.
           MOVE WS-ULT-CIERRE TO WS-MES-SIGUIENTE
           IF WS-MES-SIG-MM = 12
              ADD 1 TO WS-MES-SIG-AAAA
              MOVE 1 TO WS-MES-SIG-MM
           ELSE
              ADD 1 TO WS-MES-SIG-MM
           END-IF.

      * El saldo inicial del mes es la foto que dejo el cierre del mes
      * anterior; un producto que no figura en ella empieza en cero.
       CARGAR-SALDOS-APERTURA.
           OPEN INPUT SALDOS-FILE
           EVALUATE TRUE
              WHEN WS-SAL-STATUS = "35"
                 DISPLAY "SIN SALDOS DE CIERRE: saldos_cierre.txt, "
                     "SE TOMA SALDO INICIAL CERO"
              WHEN WS-SAL-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO SALDOS DE CIERRE, STATUS "
                     WS-SAL-STATUS
                 STOP RUN
              WHEN OTHER
                 PERFORM UNTIL EOF-SAL = 'Y'
                    READ SALDOS-FILE
                       AT END MOVE 'Y' TO EOF-SAL
                       NOT AT END
                          IF SAL-MES = WS-ULT-CIERRE
                             AND SAL-ALMACEN = SPACES
                             PERFORM ANOTAR-SALDO-APERTURA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE SALDOS-FILE
           END-EVALUATE.

       ANOTAR-SALDO-APERTURA.
           MOVE SAL-CODIGO TO MOV-CODIGO
           PERFORM UBICAR-PRODUCTO
           MOVE SAL-CANTIDAD TO WS-PROD-CANT-INI(WS-POS-PROD)
           MOVE SAL-IMPORTE  TO WS-PROD-VAL-INI(WS-POS-PROD)
           MOVE SAL-CANTIDAD TO WS-PROD-SALDO(WS-POS-PROD).

      * Los movimientos anteriores al mes en el primer cierre son la
      * historia previa (dan la cantidad inicial) y se archivan junto
      * con los del mes. En los cierres siguientes caen en un mes ya
      * cerrado, fuera de su foto de saldos: se listan y el cierre
      * se cancela en lugar de archivarlos sin conciliar. Los
      * posteriores al mes se quedan en movimientos.txt; su efecto se
      * resta de las existencias actuales para llegar a las del
      * ultimo dia del mes.
       ACUMULAR-MOVIMIENTOS.
           OPEN INPUT MOV-FILE
           EVALUATE TRUE
              WHEN WS-MOV-STATUS = "35"
                 DISPLAY "SIN MOVIMIENTOS REGISTRADOS"
              WHEN WS-MOV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO MOVIMIENTOS, STATUS "
                     WS-MOV-STATUS
                 STOP RUN
              WHEN OTHER
                 PERFORM UNTIL EOF-MOV = 'Y'
                    READ MOV-FILE
                       AT END MOVE 'Y' TO EOF-MOV
                       NOT AT END PERFORM CLASIFICAR-MOVIMIENTO
                    END-READ
                 END-PERFORM
                 CLOSE MOV-FILE
           END-EVALUATE
           DISPLAY "MOVIMIENTOS DEL MES: " WS-MOV-MES
               " ANTERIORES: " WS-MOV-ANTERIORES
               " POSTERIORES: " WS-MOV-POSTERIORES.

       CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
              WHEN MOV-FECHA(1:6) > WS-MES-SOL
                 ADD 1 TO WS-MOV-POSTERIORES
                 PERFORM UBICAR-PRODUCTO
                 PERFORM ACUMULAR-MOVIMIENTO-POSTERIOR
              WHEN MOV-FECHA(1:6) < WS-MES-SOL
                 ADD 1 TO WS-MOV-ANTERIORES
                 IF WS-PRIMER-CIERRE = 'S'
                    PERFORM UBICAR-PRODUCTO
                    MOVE 'S'       TO WS-PROD-INI-OK(WS-POS-PROD)
                    MOVE MOV-SALDO TO WS-PROD-CANT-INI(WS-POS-PROD)
                    MOVE 'S'       TO WS-PROD-SALDO-OK(WS-POS-PROD)
                    MOVE MOV-SALDO TO WS-PROD-SALDO(WS-POS-PROD)
                 ELSE
                    ADD 1 TO WS-MOV-CERRADOS
                    DISPLAY "MOVIMIENTO EN MES CERRADO: " MOV-FECHA
                        " " MOV-CODIGO " TIPO " MOV-TIPO
                        " CANTIDAD " MOV-CANTIDAD
                        " ALMACEN " MOV-ALMACEN
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-MOV-MES
                 PERFORM UBICAR-PRODUCTO
                 PERFORM ACUMULAR-MOVIMIENTO-MES
           END-EVALUATE.

      * Igual que en POLIZA-INVENTARIO, el sentido del ajuste 'A' se
      * deduce comparando MOV-SALDO con el ultimo saldo conocido.
       ACUMULAR-MOVIMIENTO-MES.
           COMPUTE WS-IMPORTE = MOV-CANTIDAD * MOV-COSTO
           EVALUATE MOV-TIPO
              WHEN 'E'
              WHEN 'I'
                 ADD MOV-CANTIDAD TO WS-PROD-ENT(WS-POS-PROD)
                 ADD WS-IMPORTE   TO WS-PROD-VAL-ENT(WS-POS-PROD)
              WHEN 'S'
              WHEN 'V'
                 ADD MOV-CANTIDAD TO WS-PROD-SAL(WS-POS-PROD)
                 ADD WS-IMPORTE   TO WS-PROD-VAL-SAL(WS-POS-PROD)
              WHEN 'A'
                 IF WS-PROD-SALDO-OK(WS-POS-PROD) = 'N'
                    DISPLAY "AJUSTE SIN SALDO PREVIO CONOCIDO, "
                        "SE TOMA COMO AUMENTO: " MOV-CODIGO
                    ADD MOV-CANTIDAD TO WS-PROD-AJP(WS-POS-PROD)
                    ADD WS-IMPORTE   TO WS-PROD-VAL-AJP(WS-POS-PROD)
                 ELSE
                    IF MOV-SALDO > WS-PROD-SALDO(WS-POS-PROD)
                       ADD MOV-CANTIDAD TO WS-PROD-AJP(WS-POS-PROD)
                       ADD WS-IMPORTE   TO WS-PROD-VAL-AJP(WS-POS-PROD)
                    ELSE
                       ADD MOV-CANTIDAD TO WS-PROD-AJN(WS-POS-PROD)
                       ADD WS-IMPORTE   TO WS-PROD-VAL-AJN(WS-POS-PROD)
                    END-IF
                 END-IF
              WHEN 'T'
                 CONTINUE
              WHEN OTHER
                 DISPLAY "TIPO DE MOVIMIENTO DESCONOCIDO, "
                     "RENGLON OMITIDO: " MOV-TIPO
           END-EVALUATE
           MOVE 'S'       TO WS-PROD-SALDO-OK(WS-POS-PROD)
           MOVE MOV-SALDO TO WS-PROD-SALDO(WS-POS-PROD).

      * La transferencia no cambia el total del producto; solo mueve
      * la cantidad del almacen origen al destino.
       ACUMULAR-MOVIMIENTO-POSTERIOR.
           MOVE 0 TO WS-CANT-POST
           EVALUATE MOV-TIPO
              WHEN 'E'
              WHEN 'I'
                 MOVE MOV-CANTIDAD TO WS-CANT-POST
              WHEN 'S'
              WHEN 'V'
                 COMPUTE WS-CANT-POST = 0 - MOV-CANTIDAD
              WHEN 'A'
                 IF WS-PROD-SALDO-OK(WS-POS-PROD) = 'N'
                    DISPLAY "AJUSTE SIN SALDO PREVIO CONOCIDO, "
                        "SE TOMA COMO AUMENTO: " MOV-CODIGO
                    MOVE MOV-CANTIDAD TO WS-CANT-POST
                 ELSE
                    IF MOV-SALDO > WS-PROD-SALDO(WS-POS-PROD)
                       MOVE MOV-CANTIDAD TO WS-CANT-POST
                    ELSE
                       COMPUTE WS-CANT-POST = 0 - MOV-CANTIDAD
                    END-IF
                 END-IF
              WHEN 'T'
                 MOVE MOV-ALM-DESTINO TO WS-ALM-POST
                 MOVE MOV-CANTIDAD    TO WS-CANT-POST
                 PERFORM ACUMULAR-POSTERIOR-ALMACEN
                 COMPUTE WS-CANT-POST = 0 - MOV-CANTIDAD
              WHEN OTHER
                 DISPLAY "TIPO DE MOVIMIENTO DESCONOCIDO, "
                     "RENGLON OMITIDO: " MOV-TIPO
           END-EVALUATE
           IF WS-CANT-POST NOT = 0
              MOVE MOV-ALMACEN TO WS-ALM-POST
              PERFORM ACUMULAR-POSTERIOR-ALMACEN
              IF MOV-TIPO NOT = 'T'
                 ADD WS-CANT-POST TO WS-PROD-POST(WS-POS-PROD)
                 COMPUTE WS-PROD-VAL-POST(WS-POS-PROD) =
                     WS-PROD-VAL-POST(WS-POS-PROD)
                     + WS-CANT-POST * MOV-COSTO
              END-IF
           END-IF
           MOVE 'S'       TO WS-PROD-SALDO-OK(WS-POS-PROD)
           MOVE MOV-SALDO TO WS-PROD-SALDO(WS-POS-PROD).

       ACUMULAR-POSTERIOR-ALMACEN.
           PERFORM UBICAR-ALMACEN-POST
           IF WS-POS-UBI = 0
              IF WS-NUM-UBI < 1000
                 ADD 1 TO WS-NUM-UBI
                 MOVE WS-NUM-UBI  TO WS-POS-UBI
                 MOVE MOV-CODIGO  TO WS-UBI-CODIGO(WS-POS-UBI)
                 MOVE WS-ALM-POST TO WS-UBI-ALMACEN(WS-POS-UBI)
                 MOVE 0           TO WS-UBI-POST(WS-POS-UBI)
              ELSE
                 DISPLAY "TABLA DE ALMACENES LLENA (1000), CIERRE "
                     "CANCELADO EN: " MOV-CODIGO " " WS-ALM-POST
                 STOP RUN
              END-IF
           END-IF
           ADD WS-CANT-POST TO WS-UBI-POST(WS-POS-UBI).

       UBICAR-ALMACEN-POST.
           MOVE 0 TO WS-POS-UBI
           PERFORM VARYING WS-IDX-UBI FROM 1 BY 1
               UNTIL WS-IDX-UBI > WS-NUM-UBI
              IF WS-UBI-CODIGO(WS-IDX-UBI) = MOV-CODIGO
                 AND WS-UBI-ALMACEN(WS-IDX-UBI) = WS-ALM-POST
                 MOVE WS-IDX-UBI TO WS-POS-UBI
              END-IF
           END-PERFORM.

       UBICAR-PRODUCTO.
           MOVE 0 TO WS-POS-PROD
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
               UNTIL WS-IDX-PROD > WS-NUM-PROD
              IF WS-PROD-CODIGO(WS-IDX-PROD) = MOV-CODIGO
                 MOVE WS-IDX-PROD TO WS-POS-PROD
              END-IF
           END-PERFORM
           IF WS-POS-PROD = 0
              IF WS-NUM-PROD < 500
                 ADD 1 TO WS-NUM-PROD
                 MOVE WS-NUM-PROD TO WS-POS-PROD
                 MOVE MOV-CODIGO TO WS-PROD-CODIGO(WS-POS-PROD)
                 IF WS-PRIMER-CIERRE = 'S'
                    MOVE 'N' TO WS-PROD-INI-OK(WS-POS-PROD)
                    MOVE 'N' TO WS-PROD-SALDO-OK(WS-POS-PROD)
                 ELSE
                    MOVE 'S' TO WS-PROD-INI-OK(WS-POS-PROD)
                    MOVE 'S' TO WS-PROD-SALDO-OK(WS-POS-PROD)
                 END-IF
                 MOVE 0   TO WS-PROD-CANT-INI(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-INI(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-SALDO(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-ENT(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-SAL(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-AJP(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-AJN(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-ENT(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-SAL(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-AJP(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-AJN(WS-POS-PROD)
                 MOVE 'N' TO WS-PROD-VISTO(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-POST(WS-POS-PROD)
                 MOVE 0   TO WS-PROD-VAL-POST(WS-POS-PROD)
              ELSE
                 DISPLAY "TABLA DE PRODUCTOS LLENA (500), CIERRE "
                     "CANCELADO EN: " MOV-CODIGO
                 STOP RUN
              END-IF
           END-IF.

      * Roll-forward: saldo inicial + entradas - salidas +/- ajustes
      * debe igualar CANTIDAD y CANTIDAD x COSTO-UNIT del maestro, que
      * es lo que muestra REPORTE-VALUACION, una vez restados los
      * movimientos posteriores al mes. En el primer cierre no
      * hay foto anterior: la cantidad inicial sale del ultimo saldo
      * de la historia y el importe inicial se deduce del cierre, de
      * modo que ese mes solo verifica cantidades.
       CONCILIAR-CIERRE.
           OPEN INPUT INVENTARIO
           EVALUATE TRUE
              WHEN WS-INV-STATUS = "35"
                 DISPLAY "ARCHIVO DE INVENTARIO NO EXISTE"
              WHEN WS-INV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO INVENTARIO, STATUS "
                     WS-INV-STATUS
              WHEN OTHER
                 OPEN OUTPUT REPORTE-FILE
                 MOVE WS-MES-SOL    TO CIT-MES
                 MOVE WS-TOLERANCIA TO CIT-TOLERANCIA
                 WRITE REPORTE-LINEA FROM WS-CIE-TITULO
                 IF WS-PRIMER-CIERRE = 'S'
                    MOVE "PRIMER CIERRE: IMPORTE INICIAL DEDUCIDO DEL "
                        TO REPORTE-LINEA
                    MOVE "CIERRE, SOLO SE VERIFICAN CANTIDADES"
                        TO REPORTE-LINEA(45:36)
                    WRITE REPORTE-LINEA
                 END-IF
                 MOVE "PRODUCTOS QUE NO CUADRAN" TO REPORTE-LINEA
                 WRITE REPORTE-LINEA
                 MOVE "CODIGO    SAL.INI  ENTRADA   SALIDA   AJUSTE"
                     TO REPORTE-LINEA
                 MOVE "ESPERADO   CIERRE  IMPORTE ESPERADO"
                     TO REPORTE-LINEA(47:35)
                 MOVE "IMPORTE CIERRE   DIFERENCIA"
                     TO REPORTE-LINEA(84:27)
                 WRITE REPORTE-LINEA
                 WRITE REPORTE-LINEA FROM WS-CIE-SEPARADOR
                 PERFORM UNTIL EOF = 'Y'
                    READ INVENTARIO NEXT RECORD
                       AT END MOVE 'Y' TO EOF
                       NOT AT END
                          MOVE CODIGO     TO MOV-CODIGO
                          PERFORM UBICAR-PRODUCTO
                          PERFORM CALCULAR-SALDO-CIERRE
                          PERFORM CONCILIAR-PRODUCTO
                    END-READ
                 END-PERFORM
                 CLOSE INVENTARIO
                 MOVE "00" TO WS-INV-STATUS
                 MOVE 0 TO WS-CANT-CIERRE
                 MOVE 0 TO WS-COSTO-CIERRE
                 MOVE 0 TO WS-VAL-CIERRE
                 PERFORM VARYING WS-POS-PROD FROM 1 BY 1
                     UNTIL WS-POS-PROD > WS-NUM-PROD
                    IF WS-PROD-VISTO(WS-POS-PROD) = 'N'
                       PERFORM CONCILIAR-PRODUCTO
                    END-IF
                 END-PERFORM
                 PERFORM ESCRIBIR-TOTALES-CIERRE
                 CLOSE REPORTE-FILE
                 DISPLAY "REPORTE DE CIERRE: cierre_inventario.txt"
           END-EVALUATE.

      * Existencia e importe al ultimo dia del mes: los del maestro
      * menos lo que movieron los renglones posteriores, valuados a su
      * MOV-COSTO como en la poliza. El costo unitario del cierre se
      * deduce de ese importe.
       CALCULAR-SALDO-CIERRE.
           IF WS-PROD-POST(WS-POS-PROD) > CANTIDAD
              DISPLAY "MOVIMIENTOS POSTERIORES EXCEDEN LA EXISTENCIA, "
                  "SE TOMA CERO AL CIERRE: " CODIGO
              MOVE 0 TO WS-CANT-CIERRE
           ELSE
              COMPUTE WS-CANT-CIERRE =
                  CANTIDAD - WS-PROD-POST(WS-POS-PROD)
           END-IF
           COMPUTE WS-VAL-CIERRE = CANTIDAD * COSTO-UNIT
               - WS-PROD-VAL-POST(WS-POS-PROD)
           EVALUATE TRUE
              WHEN WS-PROD-POST(WS-POS-PROD) = 0
                   AND WS-PROD-VAL-POST(WS-POS-PROD) = 0
                 MOVE COSTO-UNIT TO WS-COSTO-CIERRE
              WHEN WS-CANT-CIERRE = 0 OR WS-VAL-CIERRE < 0
                 MOVE COSTO-UNIT TO WS-COSTO-CIERRE
                 COMPUTE WS-VAL-CIERRE = WS-CANT-CIERRE * COSTO-UNIT
              WHEN OTHER
                 COMPUTE WS-COSTO-CIERRE ROUNDED =
                     WS-VAL-CIERRE / WS-CANT-CIERRE
           END-EVALUATE.

       CONCILIAR-PRODUCTO.
           MOVE 'S' TO WS-PROD-VISTO(WS-POS-PROD)
           ADD 1 TO WS-PRODUCTOS
           COMPUTE WS-CANT-NETA = WS-PROD-ENT(WS-POS-PROD)
               - WS-PROD-SAL(WS-POS-PROD) + WS-PROD-AJP(WS-POS-PROD)
               - WS-PROD-AJN(WS-POS-PROD)
           COMPUTE WS-VAL-NETO = WS-PROD-VAL-ENT(WS-POS-PROD)
               - WS-PROD-VAL-SAL(WS-POS-PROD)
               + WS-PROD-VAL-AJP(WS-POS-PROD)
               - WS-PROD-VAL-AJN(WS-POS-PROD)
           IF WS-PROD-INI-OK(WS-POS-PROD) = 'N'
              COMPUTE WS-PROD-CANT-INI(WS-POS-PROD) =
                  WS-CANT-CIERRE - WS-CANT-NETA
           END-IF
           IF WS-PRIMER-CIERRE = 'S'
              COMPUTE WS-PROD-VAL-INI(WS-POS-PROD) =
                  WS-VAL-CIERRE - WS-VAL-NETO
           END-IF
           COMPUTE WS-CANT-ESPERADA =
               WS-PROD-CANT-INI(WS-POS-PROD) + WS-CANT-NETA
           COMPUTE WS-VAL-ESPERADO =
               WS-PROD-VAL-INI(WS-POS-PROD) + WS-VAL-NETO
           COMPUTE WS-DIF-CANT = WS-CANT-CIERRE - WS-CANT-ESPERADA
           COMPUTE WS-DIF-IMPORTE = WS-VAL-CIERRE - WS-VAL-ESPERADO
           ADD WS-PROD-CANT-INI(WS-POS-PROD) TO WS-TOT-CANT-INI
           ADD WS-PROD-VAL-INI(WS-POS-PROD)  TO WS-TOT-VAL-INI
           ADD WS-PROD-ENT(WS-POS-PROD)      TO WS-TOT-ENT
           ADD WS-PROD-SAL(WS-POS-PROD)      TO WS-TOT-SAL
           COMPUTE WS-TOT-AJU = WS-TOT-AJU + WS-PROD-AJP(WS-POS-PROD)
               - WS-PROD-AJN(WS-POS-PROD)
           ADD WS-VAL-NETO      TO WS-TOT-VAL-NETO
           ADD WS-CANT-ESPERADA TO WS-TOT-CANT-ESP
           ADD WS-VAL-ESPERADO  TO WS-TOT-VAL-ESP
           ADD WS-CANT-CIERRE   TO WS-TOT-CANT-CIE
           ADD WS-VAL-CIERRE    TO WS-TOT-VAL-CIE
           IF WS-DIF-CANT NOT = 0
              OR WS-DIF-IMPORTE > WS-TOLERANCIA
              OR WS-DIF-IMPORTE < 0 - WS-TOLERANCIA
              ADD 1 TO WS-DESCUADRES
              MOVE WS-PROD-CODIGO(WS-POS-PROD) TO CID-CODIGO
              MOVE WS-PROD-CANT-INI(WS-POS-PROD) TO CID-CANT-INI
              MOVE WS-PROD-ENT(WS-POS-PROD)    TO CID-ENTRADAS
              MOVE WS-PROD-SAL(WS-POS-PROD)    TO CID-SALIDAS
              COMPUTE CID-AJUSTES = WS-PROD-AJP(WS-POS-PROD)
                  - WS-PROD-AJN(WS-POS-PROD)
              MOVE WS-CANT-ESPERADA TO CID-CANT-ESP
              MOVE WS-CANT-CIERRE   TO CID-CANT-CIE
              MOVE WS-VAL-ESPERADO  TO CID-VAL-ESP
              MOVE WS-VAL-CIERRE    TO CID-VAL-CIE
              MOVE WS-DIF-IMPORTE   TO CID-DIFERENCIA
              WRITE REPORTE-LINEA FROM WS-CIE-DET
           END-IF.

       ESCRIBIR-TOTALES-CIERRE.
           IF WS-DESCUADRES = 0
              MOVE "NINGUNO" TO REPORTE-LINEA
              WRITE REPORTE-LINEA
           END-IF
           WRITE REPORTE-LINEA FROM WS-CIE-SEPARADOR
           MOVE "TOTAL"          TO CID-CODIGO
           MOVE WS-TOT-CANT-INI  TO CID-CANT-INI
           MOVE WS-TOT-ENT       TO CID-ENTRADAS
           MOVE WS-TOT-SAL       TO CID-SALIDAS
           MOVE WS-TOT-AJU       TO CID-AJUSTES
           MOVE WS-TOT-CANT-ESP  TO CID-CANT-ESP
           MOVE WS-TOT-CANT-CIE  TO CID-CANT-CIE
           MOVE WS-TOT-VAL-ESP   TO CID-VAL-ESP
           MOVE WS-TOT-VAL-CIE   TO CID-VAL-CIE
           COMPUTE WS-DIF-IMPORTE = WS-TOT-VAL-CIE - WS-TOT-VAL-ESP
           MOVE WS-DIF-IMPORTE   TO CID-DIFERENCIA
           WRITE REPORTE-LINEA FROM WS-CIE-DET
           WRITE REPORTE-LINEA FROM WS-CIE-SEPARADOR
           MOVE "IMPORTE INICIAL"              TO CIR-ETIQUETA
           MOVE WS-TOT-VAL-INI                 TO CIR-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-RESUMEN
           MOVE "MOVIMIENTO NETO DEL MES"      TO CIR-ETIQUETA
           MOVE WS-TOT-VAL-NETO                TO CIR-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-RESUMEN
           MOVE "VALUACION AL CIERRE (CUENTA 1300)" TO CIR-ETIQUETA
           MOVE WS-TOT-VAL-CIE                 TO CIR-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-RESUMEN
           MOVE "DIFERENCIA TOTAL"             TO CIR-ETIQUETA
           MOVE WS-DIF-IMPORTE                 TO CIR-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-RESUMEN
           MOVE "PRODUCTOS REVISADOS"          TO CIC-ETIQUETA
           MOVE WS-PRODUCTOS                   TO CIC-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-CONTEO
           MOVE "PRODUCTOS QUE NO CUADRAN"     TO CIC-ETIQUETA
           MOVE WS-DESCUADRES                  TO CIC-VALOR
           WRITE REPORTE-LINEA FROM WS-CIE-CONTEO
           DISPLAY "VALUACION AL CIERRE: " WS-TOT-VAL-CIE
               " DIFERENCIA TOTAL: " WS-DIF-IMPORTE.

      * Sin el maestro o las existencias no hay foto completa: el
      * cierre se cancela antes de marcar el mes y archivar.
       GRABAR-SALDOS-CIERRE.
           OPEN INPUT INVENTARIO
           IF WS-INV-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO INVENTARIO, STATUS "
                  WS-INV-STATUS ", CIERRE CANCELADO"
              STOP RUN
           END-IF
           OPEN INPUT EXISTENCIAS
           EVALUATE TRUE
              WHEN WS-EXI-STATUS = "35"
                 CONTINUE
              WHEN WS-EXI-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO EXISTENCIAS, STATUS "
                     WS-EXI-STATUS ", CIERRE CANCELADO"
                 CLOSE INVENTARIO
                 STOP RUN
              WHEN OTHER
                 MOVE 'S' TO WS-EXI-ABIERTO
           END-EVALUATE
           OPEN EXTEND SALDOS-FILE
           IF WS-SAL-STATUS = "35"
              OPEN OUTPUT SALDOS-FILE
              CLOSE SALDOS-FILE
              OPEN EXTEND SALDOS-FILE
           END-IF
           IF WS-SAL-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO SALDOS DE CIERRE: "
                  "saldos_cierre.txt STATUS " WS-SAL-STATUS
              CLOSE INVENTARIO
              IF WS-EXI-ABIERTO = 'S'
                 CLOSE EXISTENCIAS
              END-IF
           ELSE
              MOVE 'N' TO EOF
              PERFORM UNTIL EOF = 'Y'
                 READ INVENTARIO NEXT RECORD
                    AT END MOVE 'Y' TO EOF
                    NOT AT END PERFORM GRABAR-SALDO-PRODUCTO
                 END-READ
              END-PERFORM
              CLOSE INVENTARIO
              IF WS-EXI-ABIERTO = 'S'
                 CLOSE EXISTENCIAS
              END-IF
              CLOSE SALDOS-FILE
              MOVE "00" TO WS-SAL-STATUS
              DISPLAY "SALDOS DE CIERRE GRABADOS: " WS-SALDOS-GRABADOS
           END-IF.

       GRABAR-SALDO-PRODUCTO.
           MOVE CODIGO TO MOV-CODIGO
           PERFORM UBICAR-PRODUCTO
           PERFORM CALCULAR-SALDO-CIERRE
           MOVE WS-MES-SOL      TO SAL-MES
           MOVE CODIGO          TO SAL-CODIGO
           MOVE SPACES          TO SAL-ALMACEN
           MOVE WS-CANT-CIERRE  TO SAL-CANTIDAD
           MOVE WS-COSTO-CIERRE TO SAL-COSTO
           MOVE WS-VAL-CIERRE   TO SAL-IMPORTE
           WRITE SAL-REG
           ADD 1 TO WS-SALDOS-GRABADOS
           IF WS-EXI-ABIERTO = 'S'
              MOVE CODIGO TO EXI-CODIGO
              MOVE LOW-VALUES TO EXI-ALMACEN
              MOVE 'N' TO EOF-EXI
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
                          PERFORM GRABAR-SALDO-ALMACEN
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       GRABAR-SALDO-ALMACEN.
           MOVE EXI-ALMACEN TO WS-ALM-POST
           PERFORM UBICAR-ALMACEN-POST
           MOVE EXI-CANTIDAD TO WS-CANT-ALMACEN
           IF WS-POS-UBI > 0
              IF WS-UBI-POST(WS-POS-UBI) > EXI-CANTIDAD
                 MOVE 0 TO WS-CANT-ALMACEN
              ELSE
                 COMPUTE WS-CANT-ALMACEN =
                     EXI-CANTIDAD - WS-UBI-POST(WS-POS-UBI)
              END-IF
           END-IF
           IF WS-CANT-ALMACEN > 0
              MOVE EXI-ALMACEN     TO SAL-ALMACEN
              MOVE WS-CANT-ALMACEN TO SAL-CANTIDAD
              COMPUTE SAL-IMPORTE = WS-CANT-ALMACEN * WS-COSTO-CIERRE
              WRITE SAL-REG
              ADD 1 TO WS-SALDOS-GRABADOS
           END-IF.

       MARCAR-MES-CERRADO.
           OPEN EXTEND CIERRES-FILE
           IF WS-CIE-STATUS = "35"
              OPEN OUTPUT CIERRES-FILE
              CLOSE CIERRES-FILE
              OPEN EXTEND CIERRES-FILE
           END-IF
           IF WS-CIE-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO MESES CERRADOS: "
                  "meses_cerrados.txt STATUS " WS-CIE-STATUS
           ELSE
              MOVE WS-MES-SOL      TO CIE-MES
              MOVE WS-FECHA-HOY    TO CIE-FECHA
              MOVE WS-PRODUCTOS    TO CIE-PRODUCTOS
              MOVE WS-TOT-CANT-CIE TO CIE-CANTIDAD
              MOVE WS-TOT-VAL-CIE  TO CIE-IMPORTE
              MOVE WS-DESCUADRES   TO CIE-DESCUADRES
              WRITE CIE-REG
              CLOSE CIERRES-FILE
           END-IF.

      * Los renglones del mes cerrado (y anteriores) pasan al
      * historico; movimientos.txt se reescribe solo con el resto.
       ARCHIVAR-MOVIMIENTOS.
           MOVE 'N' TO EOF-MOV
           OPEN INPUT MOV-FILE
           EVALUATE TRUE
              WHEN WS-MOV-STATUS = "35"
                 CONTINUE
              WHEN WS-MOV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO MOVIMIENTOS, STATUS "
                     WS-MOV-STATUS ", NO SE ARCHIVARON"
              WHEN OTHER
                 OPEN EXTEND HISTORICO-FILE
                 IF WS-HIS-STATUS = "35"
                    OPEN OUTPUT HISTORICO-FILE
                    CLOSE HISTORICO-FILE
                    OPEN EXTEND HISTORICO-FILE
                 END-IF
                 OPEN OUTPUT MOV-NUEVO
                 IF WS-HIS-STATUS NOT = "00"
                    OR WS-NVO-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO HISTORICO (" WS-HIS-STATUS
                        ") O TEMPORAL (" WS-NVO-STATUS
                        "), MOVIMIENTOS NO ARCHIVADOS"
                    CLOSE MOV-FILE
                 ELSE
                    PERFORM UNTIL EOF-MOV = 'Y'
                       READ MOV-FILE
                          AT END MOVE 'Y' TO EOF-MOV
                          NOT AT END PERFORM ARCHIVAR-MOVIMIENTO
                       END-READ
                    END-PERFORM
                    CLOSE MOV-FILE
                    CLOSE HISTORICO-FILE
                    CLOSE MOV-NUEVO
                    PERFORM PROMOVER-MOVIMIENTOS
                    DISPLAY "MOVIMIENTOS ARCHIVADOS: " WS-ARCHIVADOS
                        " CONSERVADOS: " WS-CONSERVADOS
                 END-IF
           END-EVALUATE.

       ARCHIVAR-MOVIMIENTO.
           IF MOV-FECHA(1:6) > WS-MES-SOL
              WRITE NVO-REG FROM MOV-REG
              ADD 1 TO WS-CONSERVADOS
           ELSE
              WRITE HIS-REG FROM MOV-REG
              ADD 1 TO WS-ARCHIVADOS
           END-IF.

       PROMOVER-MOVIMIENTOS.
           CALL "CBL_RENAME_FILE" USING WS-MOV-TEMPORAL WS-MOV-MAESTRO
              RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
              DISPLAY "*** ERROR RENOMBRANDO " WS-MOV-TEMPORAL
                  " A " WS-MOV-MAESTRO ", CODIGO " WS-RENAME-RC " ***"
           END-IF.
