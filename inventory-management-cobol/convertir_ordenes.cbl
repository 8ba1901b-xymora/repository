       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-ORDENES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTERIOR-FILE ASSIGN TO 'ordenes_ant.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CLAVE
               FILE STATUS IS WS-ANT-STATUS.
           SELECT ORDENES ASSIGN TO 'ordenes.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OC-CLAVE
               FILE STATUS IS WS-OC-STATUS.
           SELECT INVENTARIO ASSIGN TO 'inventario.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO
               FILE STATUS IS WS-INV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Trazado anterior de ordenes.txt (51 posiciones), sin precio
      * pactado ni cantidades recibida y facturada.
       FD ANTERIOR-FILE.
       01 ANT-REG.
           05 ANT-CLAVE.
              10 ANT-NUMERO       PIC 9(6).
              10 ANT-RENGLON      PIC 9(2).
           05 ANT-CODIGO          PIC X(6).
           05 ANT-PROV-CODIGO     PIC X(4).
           05 ANT-PROVEEDOR       PIC X(20).
           05 ANT-CANTIDAD        PIC 9(4).
           05 ANT-FECHA           PIC 9(8).
           05 ANT-ESTADO          PIC X.

      * Mismos trazados REGISTRO-ORDEN y REGISTRO-INVENTARIO que
      * GESTION-INVENTARIO (ordenes.txt e inventario.txt).
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

       FD INVENTARIO.
       01 REGISTRO-INVENTARIO.
           05 CODIGO          PIC X(6).
           05 NOMBRE          PIC X(20).
           05 CANTIDAD        PIC 9(4).
           05 STOCK-MIN       PIC 9(2).
           05 COSTO-UNIT      PIC 9(5)V99.
           05 PROV-DEFECTO    PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-ANT-STATUS       PIC XX.
       01 WS-OC-STATUS        PIC XX.
       01 WS-INV-STATUS       PIC XX.
       01 EOF-ANT             PIC X VALUE 'N'.
       01 WS-INV-ABIERTO      PIC X VALUE 'N'.
       01 WS-LEIDOS           PIC 9(5) VALUE 0.
       01 WS-GRABADOS         PIC 9(5) VALUE 0.
       01 WS-SIN-PRECIO       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO-CONVERSION.
           DISPLAY "CONVERSION DE ORDENES DE COMPRA AL TRAZADO CON "
               "PRECIO PACTADO Y CANTIDADES RECIBIDA Y FACTURADA"
           OPEN INPUT ANTERIOR-FILE
           EVALUATE TRUE
              WHEN WS-ANT-STATUS = "35"
                 DISPLAY "ARCHIVO ANTERIOR NO EXISTE: ordenes_ant.txt"
              WHEN WS-ANT-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ordenes_ant.txt STATUS "
                     WS-ANT-STATUS
              WHEN OTHER
                 OPEN OUTPUT ORDENES
                 IF WS-OC-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO ORDENES: ordenes.txt "
                        "STATUS " WS-OC-STATUS
                    CLOSE ANTERIOR-FILE
                    STOP RUN
                 END-IF
                 OPEN INPUT INVENTARIO
                 IF WS-INV-STATUS = "00"
                    MOVE 'S' TO WS-INV-ABIERTO
                 ELSE
                    DISPLAY "SIN INVENTARIO (STATUS " WS-INV-STATUS
                        "), PRECIO PACTADO EN CERO"
                 END-IF
                 PERFORM UNTIL EOF-ANT = 'Y'
                    READ ANTERIOR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO EOF-ANT
                       NOT AT END PERFORM CONVERTIR-ORDEN
                    END-READ
                 END-PERFORM
                 CLOSE ANTERIOR-FILE
                 CLOSE ORDENES
                 IF WS-INV-ABIERTO = 'S'
                    CLOSE INVENTARIO
                 END-IF
                 DISPLAY "RENGLONES LEIDOS: " WS-LEIDOS
                 DISPLAY "RENGLONES GRABADOS: " WS-GRABADOS
                 DISPLAY "RENGLONES SIN PRECIO (PRODUCTO NO "
                     "REGISTRADO): " WS-SIN-PRECIO
           END-EVALUATE
           STOP RUN.

      * El precio pactado se toma del costo unitario actual del
      * producto. Un renglon cerrado ya fue recibido completo; ninguno
      * tiene facturas registradas todavia.
       CONVERTIR-ORDEN.
           ADD 1 TO WS-LEIDOS
           MOVE ANT-CLAVE       TO OC-CLAVE
           MOVE ANT-CODIGO      TO OC-CODIGO
           MOVE ANT-PROV-CODIGO TO OC-PROV-CODIGO
           MOVE ANT-PROVEEDOR   TO OC-PROVEEDOR
           MOVE ANT-CANTIDAD    TO OC-CANTIDAD
           MOVE ANT-FECHA       TO OC-FECHA
           MOVE ANT-ESTADO      TO OC-ESTADO
           MOVE 0               TO OC-PRECIO
           IF WS-INV-ABIERTO = 'S'
              MOVE ANT-CODIGO TO CODIGO
              READ INVENTARIO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE COSTO-UNIT TO OC-PRECIO
              END-READ
           END-IF
           IF OC-PRECIO = 0
              ADD 1 TO WS-SIN-PRECIO
              DISPLAY "ORDEN " OC-NUMERO "-" OC-RENGLON
                  " SIN PRECIO PACTADO, PRODUCTO " OC-CODIGO
           END-IF
           IF OC-ESTADO = 'C'
              MOVE OC-CANTIDAD TO OC-CANT-RECIBIDA
           ELSE
              MOVE 0           TO OC-CANT-RECIBIDA
           END-IF
           MOVE 0 TO OC-CANT-FACTURADA
           WRITE REGISTRO-ORDEN
              INVALID KEY
                 DISPLAY "ORDEN DUPLICADA, RENGLON OMITIDO: "
                     OC-NUMERO "-" OC-RENGLON
              NOT INVALID KEY
                 ADD 1 TO WS-GRABADOS
           END-WRITE.
