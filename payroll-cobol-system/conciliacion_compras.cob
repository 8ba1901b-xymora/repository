       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-COMPRAS.
       AUTHOR. GPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CXCEMP-FILE ASSIGN TO 'cxc_empleados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXE-STATUS.
           SELECT SORT-CXC ASSIGN TO 'cxc.srt'.
           SELECT CXC-ORDEN ASSIGN TO 'cxc_orden.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT ORDDED-FILE ASSIGN TO 'ordenes_deduccion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT SORT-ORDENES ASSIGN TO 'ordenes.srt'.
           SELECT ORDDED-ORDEN ASSIGN TO 'ordenes_orden.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOR-STATUS.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT REPORTE-FILE ASSIGN TO 'conciliacion_compras.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CXCEMP-FILE.
       01 CXE-ENT-REG        PIC X(32).

       SD SORT-CXC.
       01 SRT-CXE-REG.
           05 SRT-CXE-EMP-ID  PIC 9(5).
           05 FILLER          PIC X(27).

      * Los renglones ya clasificados se leen en el area de registro
      * de su propio archivo, abierto durante todo el cruce.
       FD CXC-ORDEN.
           COPY CXEREG.

       FD ORDDED-FILE.
       01 ORD-ENT-REG        PIC X(27).

       SD SORT-ORDENES.
       01 SRT-ORD-REG.
           05 SRT-ORD-EMP-ID  PIC 9(5).
           05 FILLER          PIC X(22).

       FD ORDDED-ORDEN.
           COPY ORDREG.

       FD EMPLEADOS.
           COPY EMPREG.

       FD REPORTE-FILE.
       01 REPORTE-LINEA      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CXE-STATUS      PIC XX.
       01 WS-COR-STATUS      PIC XX.
       01 WS-ORD-STATUS      PIC XX.
       01 WS-OOR-STATUS      PIC XX.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-REP-STATUS      PIC XX.
       01 WS-CXC-HAY         PIC X VALUE 'N'.
       01 WS-ORD-HAY         PIC X VALUE 'N'.
       01 WS-EMP-ABIERTO     PIC X VALUE 'N'.
       01 EOF-COR            PIC X VALUE 'Y'.
       01 EOF-OOR            PIC X VALUE 'Y'.
       01 WS-FECHA-HOY       PIC 9(8).
      * Claves del cruce; 999999 marca el fin de cada archivo.
       01 WS-CLAVE-CXC       PIC 9(6) VALUE 999999.
       01 WS-CLAVE-ORD       PIC 9(6) VALUE 999999.
       01 WS-CLAVE-ACT       PIC 9(6).
       01 WS-EMP-CARGOS      PIC 9(9).
       01 WS-EMP-ABONOS      PIC 9(9).
       01 WS-EMP-SALDO       PIC S9(9).
       01 WS-EMP-ORDENES     PIC 9(9).
       01 WS-EMP-DIFERENCIA  PIC S9(9).
       01 WS-CONTADORES.
           05 WS-EMPLEADOS       PIC 9(5) VALUE 0.
           05 WS-DESCUADRES      PIC 9(5) VALUE 0.
           05 WS-TOT-CARGOS      PIC 9(10) VALUE 0.
           05 WS-TOT-ABONOS      PIC 9(10) VALUE 0.
           05 WS-TOT-SALDO       PIC S9(10) VALUE 0.
           05 WS-TOT-ORDENES     PIC 9(10) VALUE 0.
           05 WS-TOT-DIFERENCIA  PIC S9(10) VALUE 0.
       01 WS-REP-TITULO.
           05 FILLER             PIC X(42)
              VALUE "CONCILIACION CXC EMPLEADOS (CUENTA 1140) ".
           05 FILLER             PIC X(21)
              VALUE "CONTRA ORDENES 'C' AL".
           05 FILLER             PIC X     VALUE SPACE.
           05 TIT-FECHA          PIC 9(8).
       01 WS-REP-DET.
           05 DET-EMP-ID         PIC 9(5).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-NOMBRE         PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-CARGOS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-ABONOS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-SALDO          PIC ---,---,--9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-ORDENES        PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-DIFERENCIA     PIC ---,---,--9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DET-MARCA          PIC X(9).
       01 WS-REP-TOTAL.
           05 FILLER             PIC X(29).
           05 TOT-ETIQUETA       PIC X(38).
           05 TOT-IMPORTE        PIC --,---,---,--9.
       01 WS-REP-SEPARADOR   PIC X(100) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-CONCILIACION.
           DISPLAY "CONCILIACION DE CUENTA POR COBRAR A EMPLEADOS "
               "CONTRA ORDENES DE DEDUCCION POR COMPRAS"
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORTE-FILE
           IF WS-REP-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO REPORTE: "
                  "conciliacion_compras.txt STATUS " WS-REP-STATUS
              STOP RUN
           END-IF
           PERFORM CLASIFICAR-CXC
           PERFORM CLASIFICAR-ORDENES
           OPEN INPUT EMPLEADOS
           IF WS-EMP-STATUS = "00"
              MOVE 'S' TO WS-EMP-ABIERTO
           ELSE
              DISPLAY "SIN MAESTRO DE EMPLEADOS (STATUS "
                  WS-EMP-STATUS "), SE LISTA SIN NOMBRES"
           END-IF
           MOVE WS-FECHA-HOY TO TIT-FECHA
           WRITE REPORTE-LINEA FROM WS-REP-TITULO
           MOVE SPACES TO REPORTE-LINEA
           MOVE "EMP    NOMBRE                    CARGOS      ABONOS"
               TO REPORTE-LINEA
           MOVE "SALDO CXC SALDO ORDEN   DIFERENCIA"
               TO REPORTE-LINEA(56:34)
           WRITE REPORTE-LINEA
           WRITE REPORTE-LINEA FROM WS-REP-SEPARADOR
           PERFORM CONCILIAR-EMPLEADO
               UNTIL WS-CLAVE-CXC = 999999 AND WS-CLAVE-ORD = 999999
           IF WS-CXC-HAY = 'S'
              CLOSE CXC-ORDEN
           END-IF
           IF WS-ORD-HAY = 'S'
              CLOSE ORDDED-ORDEN
           END-IF
           IF WS-EMP-ABIERTO = 'S'
              CLOSE EMPLEADOS
           END-IF
           PERFORM ESCRIBIR-TOTALES
           CLOSE REPORTE-FILE
           DISPLAY "EMPLEADOS CON SALDO: " WS-EMPLEADOS
               " QUE NO CUADRAN: " WS-DESCUADRES
           DISPLAY "SALDO CUENTA 1140: " WS-TOT-SALDO
               " ORDENES 'C' ABIERTAS: " WS-TOT-ORDENES
           DISPLAY "REPORTE: conciliacion_compras.txt"
           STOP RUN.

       CLASIFICAR-CXC.
           OPEN INPUT CXCEMP-FILE
           EVALUATE TRUE
              WHEN WS-CXE-STATUS = "35"
                 DISPLAY "SIN MOVIMIENTOS DE CXC EMPLEADOS: "
                     "cxc_empleados.txt"
              WHEN WS-CXE-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO CXC EMPLEADOS: "
                     "cxc_empleados.txt STATUS " WS-CXE-STATUS
                 CLOSE REPORTE-FILE
                 STOP RUN
              WHEN OTHER
                 CLOSE CXCEMP-FILE
                 SORT SORT-CXC
                     ON ASCENDING KEY SRT-CXE-EMP-ID
                     USING CXCEMP-FILE
                     GIVING CXC-ORDEN
                 OPEN INPUT CXC-ORDEN
                 IF WS-COR-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO CXC CLASIFICADA: "
                        "cxc_orden.tmp STATUS " WS-COR-STATUS
                    CLOSE REPORTE-FILE
                    STOP RUN
                 END-IF
                 MOVE 'S' TO WS-CXC-HAY
                 MOVE 'N' TO EOF-COR
                 PERFORM LEER-CXC
           END-EVALUATE.

       CLASIFICAR-ORDENES.
           OPEN INPUT ORDDED-FILE
           EVALUATE TRUE
              WHEN WS-ORD-STATUS = "35"
                 DISPLAY "SIN ARCHIVO DE ORDENES DE DEDUCCION: "
                     "ordenes_deduccion.txt"
              WHEN WS-ORD-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ORDENES DE DEDUCCION: "
                     "ordenes_deduccion.txt STATUS " WS-ORD-STATUS
                 CLOSE REPORTE-FILE
                 STOP RUN
              WHEN OTHER
                 CLOSE ORDDED-FILE
                 SORT SORT-ORDENES
                     ON ASCENDING KEY SRT-ORD-EMP-ID
                     USING ORDDED-FILE
                     GIVING ORDDED-ORDEN
                 OPEN INPUT ORDDED-ORDEN
                 IF WS-OOR-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO ORDENES CLASIFICADAS: "
                        "ordenes_orden.tmp STATUS " WS-OOR-STATUS
                    CLOSE REPORTE-FILE
                    STOP RUN
                 END-IF
                 MOVE 'S' TO WS-ORD-HAY
                 MOVE 'N' TO EOF-OOR
                 PERFORM LEER-ORDEN
           END-EVALUATE.

       LEER-CXC.
           READ CXC-ORDEN
              AT END
                 MOVE 'Y' TO EOF-COR
                 MOVE 999999 TO WS-CLAVE-CXC
              NOT AT END
                 MOVE CXE-EMP-ID TO WS-CLAVE-CXC
           END-READ.

       LEER-ORDEN.
           READ ORDDED-ORDEN
              AT END
                 MOVE 'Y' TO EOF-OOR
                 MOVE 999999 TO WS-CLAVE-ORD
              NOT AT END
                 MOVE ORD-EMP-ID TO WS-CLAVE-ORD
           END-READ.

      * Cruce por empleado: cargos menos abonos de la cuenta por
      * cobrar contra el saldo de sus ordenes 'C' activas. Los
      * empleados sin saldo en ninguno de los dos lados no se listan.
       CONCILIAR-EMPLEADO.
           IF WS-CLAVE-CXC < WS-CLAVE-ORD
              MOVE WS-CLAVE-CXC TO WS-CLAVE-ACT
           ELSE
              MOVE WS-CLAVE-ORD TO WS-CLAVE-ACT
           END-IF
           MOVE 0 TO WS-EMP-CARGOS
           MOVE 0 TO WS-EMP-ABONOS
           MOVE 0 TO WS-EMP-ORDENES
           PERFORM UNTIL WS-CLAVE-CXC NOT = WS-CLAVE-ACT
              IF CXE-TIPO = 'A'
                 ADD CXE-IMPORTE TO WS-EMP-ABONOS
              ELSE
                 ADD CXE-IMPORTE TO WS-EMP-CARGOS
              END-IF
              PERFORM LEER-CXC
           END-PERFORM
           PERFORM UNTIL WS-CLAVE-ORD NOT = WS-CLAVE-ACT
              IF ORD-TIPO = 'C' AND ORD-ESTADO = 'A'
                 ADD ORD-SALDO TO WS-EMP-ORDENES
              END-IF
              PERFORM LEER-ORDEN
           END-PERFORM
           COMPUTE WS-EMP-SALDO = WS-EMP-CARGOS - WS-EMP-ABONOS
           COMPUTE WS-EMP-DIFERENCIA = WS-EMP-SALDO - WS-EMP-ORDENES
           IF WS-EMP-SALDO NOT = 0 OR WS-EMP-ORDENES NOT = 0
              PERFORM ESCRIBIR-EMPLEADO
           END-IF.

       ESCRIBIR-EMPLEADO.
           ADD 1 TO WS-EMPLEADOS
           ADD WS-EMP-CARGOS     TO WS-TOT-CARGOS
           ADD WS-EMP-ABONOS     TO WS-TOT-ABONOS
           ADD WS-EMP-SALDO      TO WS-TOT-SALDO
           ADD WS-EMP-ORDENES    TO WS-TOT-ORDENES
           ADD WS-EMP-DIFERENCIA TO WS-TOT-DIFERENCIA
           MOVE WS-CLAVE-ACT TO DET-EMP-ID
           MOVE "(NO EN MAESTRO)" TO DET-NOMBRE
           IF WS-EMP-ABIERTO = 'S'
              MOVE WS-CLAVE-ACT TO EMP-ID
              READ EMPLEADOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE EMP-NAME TO DET-NOMBRE
              END-READ
           END-IF
           MOVE WS-EMP-CARGOS     TO DET-CARGOS
           MOVE WS-EMP-ABONOS     TO DET-ABONOS
           MOVE WS-EMP-SALDO      TO DET-SALDO
           MOVE WS-EMP-ORDENES    TO DET-ORDENES
           MOVE WS-EMP-DIFERENCIA TO DET-DIFERENCIA
           IF WS-EMP-DIFERENCIA NOT = 0
              MOVE "NO CUADRA" TO DET-MARCA
              ADD 1 TO WS-DESCUADRES
           ELSE
              MOVE SPACES TO DET-MARCA
           END-IF
           WRITE REPORTE-LINEA FROM WS-REP-DET.

       ESCRIBIR-TOTALES.
           WRITE REPORTE-LINEA FROM WS-REP-SEPARADOR
           MOVE SPACES TO WS-REP-TOTAL
           MOVE "TOTAL CARGOS POR VENTAS A EMPLEADOS" TO TOT-ETIQUETA
           MOVE WS-TOT-CARGOS     TO TOT-IMPORTE
           WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           MOVE "TOTAL ABONOS DESCONTADOS EN NOMINA" TO TOT-ETIQUETA
           MOVE WS-TOT-ABONOS     TO TOT-IMPORTE
           WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           MOVE "SALDO CUENTA 1140 CXC EMPLEADOS" TO TOT-ETIQUETA
           MOVE WS-TOT-SALDO      TO TOT-IMPORTE
           WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           MOVE "SALDO ORDENES 'C' ABIERTAS" TO TOT-ETIQUETA
           MOVE WS-TOT-ORDENES    TO TOT-IMPORTE
           WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           MOVE "DIFERENCIA" TO TOT-ETIQUETA
           MOVE WS-TOT-DIFERENCIA TO TOT-IMPORTE
           WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           IF WS-DESCUADRES > 0
              MOVE "EMPLEADOS QUE NO CUADRAN" TO TOT-ETIQUETA
              MOVE WS-DESCUADRES  TO TOT-IMPORTE
              WRITE REPORTE-LINEA FROM WS-REP-TOTAL
           END-IF.
