       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAS-PROVEEDOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES ASSIGN TO 'ordenes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS WS-OC-STATUS.
           SELECT PROVEEDORES ASSIGN TO 'proveedores.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-CODIGO
               FILE STATUS IS WS-PRV-STATUS.
           SELECT CXP-FILE ASSIGN TO 'cuentas_por_pagar.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXP-CLAVE
               FILE STATUS IS WS-CXP-STATUS.
           SELECT DISCREP-FILE ASSIGN TO 'discrepancias_facturas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIS-STATUS.
           SELECT ANTIGUEDAD-FILE ASSIGN TO 'antiguedad_proveedores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mismos trazados REGISTRO-ORDEN y REGISTRO-PROVEEDOR que
      * GESTION-INVENTARIO (ordenes.txt y proveedores.txt).
       FD ORDENES.
       01 REGISTRO-ORDEN.
           05 OC-CLAVE.
              10 OC-NUMERO        PIC 9(6).
              10 OC-RENGLON       PIC 9(2).
           05 OC-CODIGO           PIC X(6).
           05 OC-PROV-CODIGO      PIC X(4).
           05 OC-PROVEEDOR        PIC X(20).
           05 OC-CANTIDAD         PIC 9(4).
           05 OC-FECHA            PIC 9(8).
           05 OC-ESTADO           PIC X.
           05 OC-PRECIO           PIC 9(5)V99.
           05 OC-CANT-RECIBIDA    PIC 9(4).
           05 OC-CANT-FACTURADA   PIC 9(4).

       FD PROVEEDORES.
       01 REGISTRO-PROVEEDOR.
           05 PROV-CODIGO         PIC X(4).
           05 PROV-NOMBRE         PIC X(20).
           05 PROV-CONTACTO       PIC X(20).
           05 PROV-DIAS-ENT       PIC 9(3).

      * Partidas abiertas de proveedores: una por factura cotejada.
      * CXP-ESTADO 'A' abierta, 'P' pagada (CXP-FECHA-PAGO).
       FD CXP-FILE.
       01 CXP-REG.
           05 CXP-CLAVE.
              10 CXP-PROV-CODIGO  PIC X(4).
              10 CXP-FACTURA      PIC X(10).
           05 CXP-OC-NUMERO       PIC 9(6).
           05 CXP-FECHA           PIC 9(8).
           05 CXP-VENCE           PIC 9(8).
           05 CXP-IMPORTE         PIC 9(9)V99.
           05 CXP-ESTADO          PIC X.
           05 CXP-FECHA-PAGO      PIC 9(8).
           05 CXP-FECHA-REG       PIC 9(8).

       FD DISCREP-FILE.
       01 DISCREP-LINEA           PIC X(100).

       FD ANTIGUEDAD-FILE.
       01 ANTIGUEDAD-LINEA        PIC X(100).

       WORKING-STORAGE SECTION.
       01 OPCION              PIC 9 VALUE 0.
       01 FIN                 PIC X VALUE 'N'.
       01 WS-OC-STATUS        PIC XX.
       01 WS-PRV-STATUS       PIC XX.
       01 WS-CXP-STATUS       PIC XX.
       01 WS-DIS-STATUS       PIC XX.
       01 WS-ANT-STATUS       PIC XX.
       01 EOF-CXP             PIC X VALUE 'N'.
       01 EOF-OC              PIC X VALUE 'N'.
       01 WS-PROV-SOL         PIC X(4).
       01 WS-PROV-NOMBRE-SEL  PIC X(20).
       01 WS-PROV-OK          PIC X.
       01 WS-FACTURA-SOL      PIC X(10).
       01 WS-NUM-OC-ENT       PIC 9(6).
       01 WS-FECHA-FAC        PIC 9(8).
       01 WS-FECHA-HOY        PIC 9(8).
       01 WS-FECHA-CORTE      PIC 9(8).
       01 WS-PLAZO            PIC 9(3).
       01 WS-TOL-PRECIO       PIC 9(2)V99.
       01 WS-TOL-CANT         PIC 9(4).
       01 WS-RENGLON-OC       PIC 9(3).
       01 WS-OTRO-PROV        PIC 9(3).
       01 WS-CANT-ENT         PIC 9(4).
       01 WS-PRECIO-ENT       PIC 9(5)V99.
       01 WS-PEND-REC         PIC S9(5).
       01 WS-PEND-ORD         PIC S9(5).
       01 WS-DIF-CANT         PIC S9(5).
       01 WS-DIF-PRECIO       PIC 9(7)V99.
       01 WS-LIM-PRECIO       PIC 9(7)V99.
       01 WS-ERR-CANT         PIC X.
       01 WS-ERR-PRECIO       PIC X.
       01 WS-IMPORTE          PIC 9(9)V99.
       01 WS-TOT-FACTURA      PIC 9(9)V99.
       01 WS-DIAS             PIC S9(6).
       01 WS-IDX-FAC          PIC 9(3).
       01 WS-IDX-RANGO        PIC 9.
       01 WS-FACTURA.
           05 WS-NUM-FAC      PIC 9(3) VALUE 0.
           05 WS-NUM-RETENIDOS PIC 9(3) VALUE 0.
           05 WS-FAC OCCURS 99.
              10 WS-FAC-RENGLON   PIC 9(2).
              10 WS-FAC-CODIGO    PIC X(6).
              10 WS-FAC-CANT-ORD  PIC 9(4).
              10 WS-FAC-CANT-REC  PIC 9(4).
              10 WS-FAC-CANT-PREV PIC 9(4).
              10 WS-FAC-CANT      PIC 9(4).
              10 WS-FAC-PRECIO-OC PIC 9(5)V99.
              10 WS-FAC-PRECIO    PIC 9(5)V99.
              10 WS-FAC-MOTIVO    PIC X(30).
       01 WS-PROV-ANTERIOR    PIC X(4).
       01 WS-PROV-PARTIDAS    PIC 9(5).
       01 WS-PROV-SALDO       PIC 9(11)V99.
       01 WS-CONTADORES.
           05 WS-PARTIDAS        PIC 9(5) VALUE 0.
           05 WS-TOT-ABIERTO     PIC 9(11)V99 VALUE 0.
           05 WS-TOT-SIN-FACTURA PIC 9(11)V99 VALUE 0.
           05 WS-TOT-ESPERADO    PIC 9(11)V99 VALUE 0.
       01 WS-RANGOS.
           05 WS-RANGO OCCURS 5.
              10 WS-RNG-CANT     PIC 9(5).
              10 WS-RNG-MONTO    PIC 9(11)V99.
       01 WS-RANGO-NOMBRES.
           05 FILLER             PIC X(10) VALUE "POR VENCER".
           05 FILLER             PIC X(10) VALUE "1-30".
           05 FILLER             PIC X(10) VALUE "31-60".
           05 FILLER             PIC X(10) VALUE "61-90".
           05 FILLER             PIC X(10) VALUE "MAS DE 90".
       01 WS-RANGO-TABLA REDEFINES WS-RANGO-NOMBRES.
           05 WS-RNG-NOMBRE OCCURS 5 PIC X(10).
       01 WS-DIS-TITULO.
           05 FILLER             PIC X(17) VALUE "FACTURA RETENIDA ".
           05 DIS-TIT-FACTURA    PIC X(10).
           05 FILLER             PIC X(11) VALUE " PROVEEDOR ".
           05 DIS-TIT-PROV       PIC X(4).
           05 FILLER             PIC X     VALUE SPACE.
           05 DIS-TIT-NOMBRE     PIC X(20).
           05 FILLER             PIC X(7)  VALUE " ORDEN ".
           05 DIS-TIT-ORDEN      PIC 9(6).
           05 FILLER             PIC X(7)  VALUE " FECHA ".
           05 DIS-TIT-FECHA      PIC 9(8).
       01 WS-DIS-DET.
           05 DIS-RENGLON        PIC 99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-CODIGO         PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-CANT-ORD       PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-CANT-REC       PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-CANT-PREV      PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-CANT-FAC       PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-PRECIO-OC      PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-PRECIO-FAC     PIC ZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DIS-MOTIVO         PIC X(30).
       01 WS-DIS-SEPARADOR    PIC X(100) VALUE ALL "-".
       01 WS-ANT-TITULO.
           05 FILLER             PIC X(40)
              VALUE "ANTIGUEDAD DE SALDOS DE PROVEEDORES AL ".
           05 ANT-TIT-CORTE      PIC 9(8).
       01 WS-ANT-DET.
           05 ANT-PROV           PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-FACTURA        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-ORDEN          PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-FECHA          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-VENCE          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-DIAS           PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-RANGO          PIC X(10).
       01 WS-ANT-PROV.
           05 FILLER             PIC X(16) VALUE "TOTAL PROVEEDOR ".
           05 ANT-PRV-CODIGO     PIC X(4).
           05 FILLER             PIC X     VALUE SPACE.
           05 ANT-PRV-NOMBRE     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ANT-PRV-CANT       PIC ZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " FACTURAS  ".
           05 ANT-PRV-SALDO      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ANT-RESUMEN.
           05 FILLER             PIC X(11) VALUE "ANTIGUEDAD ".
           05 RES-RANGO          PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-CANT           PIC ZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE " FACTURAS  ".
           05 RES-MONTO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ANT-TOTAL.
           05 TOT-ETIQUETA       PIC X(44).
           05 TOT-MONTO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ANT-SEPARADOR    PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-FACTURAS.
           DISPLAY "FACTURAS DE PROVEEDORES"
           DISPLAY "1. REGISTRAR FACTURA (COTEJO CONTRA ORDEN)"
           DISPLAY "2. REGISTRAR PAGO DE FACTURA"
           DISPLAY "3. ANTIGUEDAD DE SALDOS DE PROVEEDORES"
           DISPLAY "4. SALIR"
           ACCEPT OPCION
           EVALUATE OPCION
              WHEN 1
                 PERFORM REGISTRAR-FACTURA
              WHEN 2
                 PERFORM REGISTRAR-PAGO
              WHEN 3
                 PERFORM REPORTE-ANTIGUEDAD
              WHEN 4
                 MOVE 'S' TO FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           IF FIN = 'N'
              GO TO INICIO-FACTURAS
           END-IF
           STOP RUN.

       REGISTRAR-FACTURA.
           MOVE 0 TO WS-NUM-FAC
           MOVE 0 TO WS-NUM-RETENIDOS
           MOVE 0 TO WS-OTRO-PROV
           MOVE 0 TO WS-TOT-FACTURA
           DISPLAY "Codigo de proveedor:"
           ACCEPT WS-PROV-SOL
           PERFORM VALIDAR-PROVEEDOR
           IF WS-PROV-OK = 'N'
              DISPLAY "PROVEEDOR NO REGISTRADO: " WS-PROV-SOL
           ELSE
              DISPLAY "Numero de factura del proveedor:"
              MOVE SPACES TO WS-FACTURA-SOL
              ACCEPT WS-FACTURA-SOL
              IF WS-FACTURA-SOL = SPACES
                 DISPLAY "NUMERO DE FACTURA REQUERIDO"
              ELSE
                 PERFORM ABRIR-CUENTAS-POR-PAGAR
                 IF WS-CXP-STATUS = "00"
                    PERFORM COTEJAR-FACTURA
                    CLOSE CXP-FILE
                 END-IF
              END-IF
           END-IF.

       VALIDAR-PROVEEDOR.
           MOVE 'N' TO WS-PROV-OK
           MOVE SPACES TO WS-PROV-NOMBRE-SEL
           OPEN INPUT PROVEEDORES
           EVALUATE TRUE
              WHEN WS-PRV-STATUS = "35"
                 DISPLAY "ARCHIVO DE PROVEEDORES NO EXISTE"
              WHEN WS-PRV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO PROVEEDORES, STATUS "
                     WS-PRV-STATUS
              WHEN OTHER
                 MOVE WS-PROV-SOL TO PROV-CODIGO
                 READ PROVEEDORES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WS-PROV-OK
                       MOVE PROV-NOMBRE TO WS-PROV-NOMBRE-SEL
                 END-READ
                 CLOSE PROVEEDORES
           END-EVALUATE.

       ABRIR-CUENTAS-POR-PAGAR.
           OPEN I-O CXP-FILE
           IF WS-CXP-STATUS = "35"
              OPEN OUTPUT CXP-FILE
              CLOSE CXP-FILE
              OPEN I-O CXP-FILE
           END-IF
           IF WS-CXP-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO CUENTAS POR PAGAR: "
                  "cuentas_por_pagar.txt STATUS " WS-CXP-STATUS
           END-IF.

       COTEJAR-FACTURA.
           MOVE WS-PROV-SOL    TO CXP-PROV-CODIGO
           MOVE WS-FACTURA-SOL TO CXP-FACTURA
           READ CXP-FILE
              INVALID KEY
                 PERFORM CAPTURAR-FACTURA
              NOT INVALID KEY
                 DISPLAY "FACTURA YA REGISTRADA: " WS-FACTURA-SOL
                     " ORDEN " CXP-OC-NUMERO " IMPORTE " CXP-IMPORTE
           END-READ.

       CAPTURAR-FACTURA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Numero de orden de compra:"
           ACCEPT WS-NUM-OC-ENT
           DISPLAY "Fecha de la factura (AAAAMMDD, 0 = hoy):"
           MOVE 0 TO WS-FECHA-FAC
           ACCEPT WS-FECHA-FAC
           IF WS-FECHA-FAC = 0
              MOVE WS-FECHA-HOY TO WS-FECHA-FAC
           END-IF
           DISPLAY "Plazo de pago en dias (0 = 30):"
           MOVE 0 TO WS-PLAZO
           ACCEPT WS-PLAZO
           IF WS-PLAZO = 0
              MOVE 30 TO WS-PLAZO
           END-IF
           DISPLAY "Tolerancia de precio (% sobre el convenido):"
           MOVE 0 TO WS-TOL-PRECIO
           ACCEPT WS-TOL-PRECIO
           DISPLAY "Tolerancia de cantidad (unidades):"
           MOVE 0 TO WS-TOL-CANT
           ACCEPT WS-TOL-CANT
           OPEN I-O ORDENES
           EVALUATE TRUE
              WHEN WS-OC-STATUS = "35"
                 DISPLAY "SIN ORDENES REGISTRADAS"
              WHEN WS-OC-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ORDENES, STATUS "
                     WS-OC-STATUS
              WHEN OTHER
                 PERFORM VARYING WS-RENGLON-OC FROM 1 BY 1
                     UNTIL WS-RENGLON-OC > 99
                    MOVE WS-NUM-OC-ENT TO OC-NUMERO
                    MOVE WS-RENGLON-OC TO OC-RENGLON
                    READ ORDENES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF OC-PROV-CODIGO = WS-PROV-SOL
                             PERFORM CAPTURAR-RENGLON-FACTURA
                          ELSE
                             ADD 1 TO WS-OTRO-PROV
                          END-IF
                    END-READ
                 END-PERFORM
                 EVALUATE TRUE
                    WHEN WS-NUM-FAC = 0 AND WS-OTRO-PROV > 0
                       DISPLAY "LA ORDEN " WS-NUM-OC-ENT
                           " NO ES DEL PROVEEDOR " WS-PROV-SOL
                    WHEN WS-NUM-FAC = 0
                       DISPLAY "ORDEN NO ENCONTRADA"
                    WHEN WS-NUM-RETENIDOS > 0
                       PERFORM REPORTAR-DISCREPANCIAS
                    WHEN WS-TOT-FACTURA = 0
                       DISPLAY "FACTURA SIN RENGLONES, NO REGISTRADA"
                    WHEN OTHER
                       PERFORM GRABAR-PARTIDA-ABIERTA
                 END-EVALUATE
                 CLOSE ORDENES
           END-EVALUATE.

       CAPTURAR-RENGLON-FACTURA.
           ADD 1 TO WS-NUM-FAC
           MOVE OC-RENGLON        TO WS-FAC-RENGLON(WS-NUM-FAC)
           MOVE OC-CODIGO         TO WS-FAC-CODIGO(WS-NUM-FAC)
           MOVE OC-CANTIDAD       TO WS-FAC-CANT-ORD(WS-NUM-FAC)
           MOVE OC-CANT-RECIBIDA  TO WS-FAC-CANT-REC(WS-NUM-FAC)
           MOVE OC-CANT-FACTURADA TO WS-FAC-CANT-PREV(WS-NUM-FAC)
           MOVE OC-PRECIO         TO WS-FAC-PRECIO-OC(WS-NUM-FAC)
           MOVE SPACES            TO WS-FAC-MOTIVO(WS-NUM-FAC)
           DISPLAY "RENGLON " OC-RENGLON " PRODUCTO " OC-CODIGO
               " ORDENADO: " OC-CANTIDAD " RECIBIDO: "
               OC-CANT-RECIBIDA " YA FACTURADO: " OC-CANT-FACTURADA
               " PRECIO CONVENIDO: " OC-PRECIO
           DISPLAY "Cantidad facturada (0 = no viene en la factura):"
           MOVE 0 TO WS-CANT-ENT
           ACCEPT WS-CANT-ENT
           MOVE WS-CANT-ENT TO WS-FAC-CANT(WS-NUM-FAC)
           MOVE 0 TO WS-FAC-PRECIO(WS-NUM-FAC)
           IF WS-CANT-ENT > 0
              DISPLAY "Precio unitario facturado:"
              MOVE 0 TO WS-PRECIO-ENT
              ACCEPT WS-PRECIO-ENT
              MOVE WS-PRECIO-ENT TO WS-FAC-PRECIO(WS-NUM-FAC)
              PERFORM VERIFICAR-TOLERANCIAS
           END-IF.

       VERIFICAR-TOLERANCIAS.
           MOVE 'N' TO WS-ERR-CANT
           MOVE 'N' TO WS-ERR-PRECIO
           IF OC-ESTADO = 'C'
              COMPUTE WS-PEND-REC = OC-CANT-RECIBIDA - OC-CANT-FACTURADA
           ELSE
              MOVE 0 TO WS-PEND-REC
           END-IF
           COMPUTE WS-PEND-ORD = OC-CANTIDAD - OC-CANT-FACTURADA
           COMPUTE WS-DIF-CANT = WS-CANT-ENT - WS-PEND-REC
           IF FUNCTION ABS(WS-DIF-CANT) > WS-TOL-CANT
              MOVE 'S' TO WS-ERR-CANT
           END-IF
           IF WS-CANT-ENT > WS-PEND-ORD + WS-TOL-CANT
              MOVE 'S' TO WS-ERR-CANT
           END-IF
           COMPUTE WS-DIF-PRECIO =
               FUNCTION ABS(WS-PRECIO-ENT - OC-PRECIO)
           COMPUTE WS-LIM-PRECIO ROUNDED =
               OC-PRECIO * WS-TOL-PRECIO / 100
           IF WS-DIF-PRECIO > WS-LIM-PRECIO
              MOVE 'S' TO WS-ERR-PRECIO
           END-IF
           EVALUATE TRUE
              WHEN OC-ESTADO NOT = 'C' AND WS-ERR-CANT = 'S'
                 MOVE "RENGLON NO RECIBIDO"
                     TO WS-FAC-MOTIVO(WS-NUM-FAC)
              WHEN WS-ERR-CANT = 'S' AND WS-ERR-PRECIO = 'S'
                 MOVE "CANTIDAD Y PRECIO FUERA DE TOL."
                     TO WS-FAC-MOTIVO(WS-NUM-FAC)
              WHEN WS-ERR-CANT = 'S'
                 MOVE "CANTIDAD FUERA DE TOLERANCIA"
                     TO WS-FAC-MOTIVO(WS-NUM-FAC)
              WHEN WS-ERR-PRECIO = 'S'
                 MOVE "PRECIO FUERA DE TOLERANCIA"
                     TO WS-FAC-MOTIVO(WS-NUM-FAC)
           END-EVALUATE
           IF WS-ERR-CANT = 'S' OR WS-ERR-PRECIO = 'S'
              ADD 1 TO WS-NUM-RETENIDOS
              DISPLAY "DISCREPANCIA: " WS-FAC-MOTIVO(WS-NUM-FAC)
           END-IF
           COMPUTE WS-IMPORTE = WS-CANT-ENT * WS-PRECIO-ENT
           ADD WS-IMPORTE TO WS-TOT-FACTURA.

       REPORTAR-DISCREPANCIAS.
           OPEN EXTEND DISCREP-FILE
           IF WS-DIS-STATUS = "35"
              OPEN OUTPUT DISCREP-FILE
              CLOSE DISCREP-FILE
              OPEN EXTEND DISCREP-FILE
           END-IF
           IF WS-DIS-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO DISCREPANCIAS: "
                  "discrepancias_facturas.txt STATUS " WS-DIS-STATUS
           ELSE
              MOVE WS-FACTURA-SOL     TO DIS-TIT-FACTURA
              MOVE WS-PROV-SOL        TO DIS-TIT-PROV
              MOVE WS-PROV-NOMBRE-SEL TO DIS-TIT-NOMBRE
              MOVE WS-NUM-OC-ENT      TO DIS-TIT-ORDEN
              MOVE WS-FECHA-FAC       TO DIS-TIT-FECHA
              WRITE DISCREP-LINEA FROM WS-DIS-SEPARADOR
              WRITE DISCREP-LINEA FROM WS-DIS-TITULO
              MOVE "RG  CODIGO  ORDN  RECB  PREV  FACT  PRECIO OC"
                  TO DISCREP-LINEA
              MOVE "PRECIO FAC  MOTIVO" TO DISCREP-LINEA(47:18)
              WRITE DISCREP-LINEA
              PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                  UNTIL WS-IDX-FAC > WS-NUM-FAC
                 IF WS-FAC-CANT(WS-IDX-FAC) > 0
                    PERFORM ESCRIBIR-RENGLON-DISCREPANCIA
                 END-IF
              END-PERFORM
              CLOSE DISCREP-FILE
              DISPLAY "FACTURA RETENIDA POR " WS-NUM-RETENIDOS
                  " RENGLONES CON DISCREPANCIA"
              DISPLAY "REPORTE DE DISCREPANCIAS: "
                  "discrepancias_facturas.txt"
           END-IF.

       ESCRIBIR-RENGLON-DISCREPANCIA.
           MOVE WS-FAC-RENGLON(WS-IDX-FAC)   TO DIS-RENGLON
           MOVE WS-FAC-CODIGO(WS-IDX-FAC)    TO DIS-CODIGO
           MOVE WS-FAC-CANT-ORD(WS-IDX-FAC)  TO DIS-CANT-ORD
           MOVE WS-FAC-CANT-REC(WS-IDX-FAC)  TO DIS-CANT-REC
           MOVE WS-FAC-CANT-PREV(WS-IDX-FAC) TO DIS-CANT-PREV
           MOVE WS-FAC-CANT(WS-IDX-FAC)      TO DIS-CANT-FAC
           MOVE WS-FAC-PRECIO-OC(WS-IDX-FAC) TO DIS-PRECIO-OC
           MOVE WS-FAC-PRECIO(WS-IDX-FAC)    TO DIS-PRECIO-FAC
           MOVE WS-FAC-MOTIVO(WS-IDX-FAC)    TO DIS-MOTIVO
           WRITE DISCREP-LINEA FROM WS-DIS-DET.

       GRABAR-PARTIDA-ABIERTA.
           MOVE WS-PROV-SOL    TO CXP-PROV-CODIGO
           MOVE WS-FACTURA-SOL TO CXP-FACTURA
           MOVE WS-NUM-OC-ENT  TO CXP-OC-NUMERO
           MOVE WS-FECHA-FAC   TO CXP-FECHA
           COMPUTE CXP-VENCE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-FAC) + WS-PLAZO)
           MOVE WS-TOT-FACTURA TO CXP-IMPORTE
           MOVE 'A'            TO CXP-ESTADO
           MOVE 0              TO CXP-FECHA-PAGO
           MOVE WS-FECHA-HOY   TO CXP-FECHA-REG
           WRITE CXP-REG
              INVALID KEY
                 DISPLAY "ERROR GRABANDO FACTURA " WS-FACTURA-SOL
              NOT INVALID KEY
                 PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                     UNTIL WS-IDX-FAC > WS-NUM-FAC
                    IF WS-FAC-CANT(WS-IDX-FAC) > 0
                       PERFORM ANOTAR-RENGLON-FACTURADO
                    END-IF
                 END-PERFORM
                 DISPLAY "FACTURA COTEJADA Y REGISTRADA. IMPORTE: "
                     CXP-IMPORTE " VENCE: " CXP-VENCE
           END-WRITE.

       ANOTAR-RENGLON-FACTURADO.
           MOVE WS-NUM-OC-ENT              TO OC-NUMERO
           MOVE WS-FAC-RENGLON(WS-IDX-FAC) TO OC-RENGLON
           READ ORDENES
              INVALID KEY
                 DISPLAY "RENGLON DE ORDEN NO ENCONTRADO: " OC-RENGLON
              NOT INVALID KEY
                 ADD WS-FAC-CANT(WS-IDX-FAC) TO OC-CANT-FACTURADA
                    ON SIZE ERROR
                       MOVE 9999 TO OC-CANT-FACTURADA
                 END-ADD
                 REWRITE REGISTRO-ORDEN
           END-READ.

       REGISTRAR-PAGO.
           DISPLAY "Codigo de proveedor:"
           ACCEPT WS-PROV-SOL
           DISPLAY "Numero de factura del proveedor:"
           MOVE SPACES TO WS-FACTURA-SOL
           ACCEPT WS-FACTURA-SOL
           PERFORM ABRIR-CUENTAS-POR-PAGAR
           IF WS-CXP-STATUS = "00"
              MOVE WS-PROV-SOL    TO CXP-PROV-CODIGO
              MOVE WS-FACTURA-SOL TO CXP-FACTURA
              READ CXP-FILE
                 INVALID KEY
                    DISPLAY "FACTURA NO REGISTRADA"
                 NOT INVALID KEY
                    PERFORM MARCAR-FACTURA-PAGADA
              END-READ
              CLOSE CXP-FILE
           END-IF.

       MARCAR-FACTURA-PAGADA.
           IF CXP-ESTADO = 'P'
              DISPLAY "FACTURA YA PAGADA EL " CXP-FECHA-PAGO
           ELSE
              DISPLAY "ORDEN " CXP-OC-NUMERO " FECHA " CXP-FECHA
                  " VENCE " CXP-VENCE " IMPORTE " CXP-IMPORTE
              DISPLAY "Fecha de pago (AAAAMMDD, 0 = hoy):"
              MOVE 0 TO CXP-FECHA-PAGO
              ACCEPT CXP-FECHA-PAGO
              IF CXP-FECHA-PAGO = 0
                 ACCEPT CXP-FECHA-PAGO FROM DATE YYYYMMDD
              END-IF
              MOVE 'P' TO CXP-ESTADO
              REWRITE CXP-REG
                 INVALID KEY
                    DISPLAY "ERROR ACTUALIZANDO FACTURA"
                 NOT INVALID KEY
                    DISPLAY "FACTURA MARCADA COMO PAGADA"
              END-REWRITE
           END-IF.

       REPORTE-ANTIGUEDAD.
           MOVE 'N' TO EOF-CXP
           MOVE 0 TO WS-PARTIDAS
           MOVE 0 TO WS-TOT-ABIERTO
           MOVE 0 TO WS-TOT-SIN-FACTURA
           MOVE 0 TO WS-PROV-PARTIDAS
           MOVE 0 TO WS-PROV-SALDO
           MOVE SPACES TO WS-PROV-ANTERIOR
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
               UNTIL WS-IDX-RANGO > 5
              MOVE 0 TO WS-RNG-CANT(WS-IDX-RANGO)
              MOVE 0 TO WS-RNG-MONTO(WS-IDX-RANGO)
           END-PERFORM
           DISPLAY "Fecha de corte (AAAAMMDD, 0 = hoy):"
           MOVE 0 TO WS-FECHA-CORTE
           ACCEPT WS-FECHA-CORTE
           IF WS-FECHA-CORTE = 0
              ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT CXP-FILE
           EVALUATE TRUE
              WHEN WS-CXP-STATUS = "35"
                 DISPLAY "SIN FACTURAS REGISTRADAS"
              WHEN WS-CXP-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO CUENTAS POR PAGAR, STATUS "
                     WS-CXP-STATUS
              WHEN OTHER
                 OPEN OUTPUT ANTIGUEDAD-FILE
                 MOVE WS-FECHA-CORTE TO ANT-TIT-CORTE
                 WRITE ANTIGUEDAD-LINEA FROM WS-ANT-TITULO
                 MOVE "PROV  FACTURA     ORDEN   FECHA     VENCE     "
                     TO ANTIGUEDAD-LINEA
                 MOVE "DIAS          IMPORTE  RANGO"
                     TO ANTIGUEDAD-LINEA(47:28)
                 WRITE ANTIGUEDAD-LINEA
                 WRITE ANTIGUEDAD-LINEA FROM WS-ANT-SEPARADOR
                 PERFORM UNTIL EOF-CXP = 'Y'
                    READ CXP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-CXP
                       NOT AT END
                          IF CXP-FECHA <= WS-FECHA-CORTE
                             AND (CXP-ESTADO = 'A'
                                  OR CXP-FECHA-PAGO > WS-FECHA-CORTE)
                             PERFORM ANOTAR-PARTIDA-ABIERTA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CXP-FILE
                 PERFORM ESCRIBIR-TOTAL-PROVEEDOR
                 PERFORM SUMAR-RECIBIDO-SIN-FACTURA
                 PERFORM ESCRIBIR-RESUMEN-ANTIGUEDAD
                 CLOSE ANTIGUEDAD-FILE
                 DISPLAY "FACTURAS ABIERTAS: " WS-PARTIDAS
                     " IMPORTE: " WS-TOT-ABIERTO
                 DISPLAY "RECIBIDO SIN FACTURA: " WS-TOT-SIN-FACTURA
                 DISPLAY "SALDO ESPERADO CUENTA 2100: " WS-TOT-ESPERADO
                 DISPLAY "REPORTE DE ANTIGUEDAD: "
                     "antiguedad_proveedores.txt"
           END-EVALUATE.

       ANOTAR-PARTIDA-ABIERTA.
           IF CXP-PROV-CODIGO NOT = WS-PROV-ANTERIOR
              PERFORM ESCRIBIR-TOTAL-PROVEEDOR
              MOVE CXP-PROV-CODIGO TO WS-PROV-ANTERIOR
           END-IF
           IF CXP-VENCE >= WS-FECHA-CORTE
              MOVE 0 TO WS-DIAS
           ELSE
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                - FUNCTION INTEGER-OF-DATE(CXP-VENCE)
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS = 0
                 MOVE 1 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 30
                 MOVE 2 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 60
                 MOVE 3 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 90
                 MOVE 4 TO WS-IDX-RANGO
              WHEN OTHER
                 MOVE 5 TO WS-IDX-RANGO
           END-EVALUATE
           ADD 1           TO WS-RNG-CANT(WS-IDX-RANGO)
           ADD CXP-IMPORTE TO WS-RNG-MONTO(WS-IDX-RANGO)
           ADD 1           TO WS-PARTIDAS
           ADD CXP-IMPORTE TO WS-TOT-ABIERTO
           ADD 1           TO WS-PROV-PARTIDAS
           ADD CXP-IMPORTE TO WS-PROV-SALDO
           MOVE CXP-PROV-CODIGO TO ANT-PROV
           MOVE CXP-FACTURA     TO ANT-FACTURA
           MOVE CXP-OC-NUMERO   TO ANT-ORDEN
           MOVE CXP-FECHA       TO ANT-FECHA
           MOVE CXP-VENCE       TO ANT-VENCE
           MOVE WS-DIAS         TO ANT-DIAS
           MOVE CXP-IMPORTE     TO ANT-IMPORTE
           MOVE WS-RNG-NOMBRE(WS-IDX-RANGO) TO ANT-RANGO
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-DET.

       ESCRIBIR-TOTAL-PROVEEDOR.
           IF WS-PROV-PARTIDAS > 0
              MOVE WS-PROV-ANTERIOR TO WS-PROV-SOL
              PERFORM VALIDAR-PROVEEDOR
              MOVE WS-PROV-ANTERIOR   TO ANT-PRV-CODIGO
              MOVE WS-PROV-NOMBRE-SEL TO ANT-PRV-NOMBRE
              MOVE WS-PROV-PARTIDAS   TO ANT-PRV-CANT
              MOVE WS-PROV-SALDO      TO ANT-PRV-SALDO
              WRITE ANTIGUEDAD-LINEA FROM WS-ANT-PROV
              MOVE SPACES TO ANTIGUEDAD-LINEA
              WRITE ANTIGUEDAD-LINEA
           END-IF
           MOVE 0 TO WS-PROV-PARTIDAS
           MOVE 0 TO WS-PROV-SALDO.

       SUMAR-RECIBIDO-SIN-FACTURA.
           MOVE 'N' TO EOF-OC
           OPEN INPUT ORDENES
           EVALUATE TRUE
              WHEN WS-OC-STATUS = "35"
                 CONTINUE
              WHEN WS-OC-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ORDENES, STATUS "
                     WS-OC-STATUS
              WHEN OTHER
                 PERFORM UNTIL EOF-OC = 'Y'
                    READ ORDENES NEXT RECORD
                       AT END MOVE 'Y' TO EOF-OC
                       NOT AT END
                          IF OC-ESTADO = 'C'
                             AND OC-CANT-RECIBIDA > OC-CANT-FACTURADA
                             COMPUTE WS-IMPORTE =
                                 (OC-CANT-RECIBIDA - OC-CANT-FACTURADA)
                                 * OC-PRECIO
                             ADD WS-IMPORTE TO WS-TOT-SIN-FACTURA
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE ORDENES
           END-EVALUATE
           COMPUTE WS-TOT-ESPERADO =
               WS-TOT-ABIERTO + WS-TOT-SIN-FACTURA.

       ESCRIBIR-RESUMEN-ANTIGUEDAD.
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-SEPARADOR
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
               UNTIL WS-IDX-RANGO > 5
              MOVE WS-RNG-NOMBRE(WS-IDX-RANGO) TO RES-RANGO
              MOVE WS-RNG-CANT(WS-IDX-RANGO)   TO RES-CANT
              MOVE WS-RNG-MONTO(WS-IDX-RANGO)  TO RES-MONTO
              WRITE ANTIGUEDAD-LINEA FROM WS-ANT-RESUMEN
           END-PERFORM
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-SEPARADOR
           MOVE "TOTAL FACTURAS ABIERTAS" TO TOT-ETIQUETA
           MOVE WS-TOT-ABIERTO TO TOT-MONTO
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-TOTAL
           MOVE "RECIBIDO SIN FACTURA (ORDENES CERRADAS)"
               TO TOT-ETIQUETA
           MOVE WS-TOT-SIN-FACTURA TO TOT-MONTO
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-TOTAL
           MOVE "SALDO ESPERADO CUENTA 2100 PROVEEDORES"
               TO TOT-ETIQUETA
           MOVE WS-TOT-ESPERADO TO TOT-MONTO
           WRITE ANTIGUEDAD-LINEA FROM WS-ANT-TOTAL.
