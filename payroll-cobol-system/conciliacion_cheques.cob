       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIACION-CHEQUES.
       AUTHOR. GPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQPAG-FILE ASSIGN TO 'cheques_pagados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPG-STATUS.
           SELECT REGCHQ-FILE ASSIGN TO 'registro_cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-STATUS.
           SELECT REGCHQ-NUEVO ASSIGN TO 'registro_cheques.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NVO-STATUS.
           SELECT EXCEP-FILE ASSIGN TO 'conciliacion_cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT PENDIENTES-FILE ASSIGN TO 'cheques_pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHQPAG-FILE.
           COPY CPGREG.

       FD REGCHQ-FILE.
           COPY CHQREG.

       FD REGCHQ-NUEVO.
       01 NVO-REG            PIC X(54).

       FD EXCEP-FILE.
       01 EXCEP-LINEA        PIC X(80).

       FD PENDIENTES-FILE.
       01 PENDIENTE-LINEA    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CPG-STATUS      PIC XX.
       01 WS-RCH-STATUS      PIC XX.
       01 WS-NVO-STATUS      PIC XX.
       01 WS-EXC-STATUS      PIC XX.
       01 WS-PEN-STATUS      PIC XX.
       01 EOF-CPG            PIC X VALUE 'N'.
       01 EOF-RCH            PIC X VALUE 'N'.
       01 WS-FECHA-CORTE     PIC 9(8) VALUE 0.
       01 WS-IDX-PAG         PIC 9(4).
       01 WS-IDX-ANT         PIC 9(4).
       01 WS-DIAS            PIC S9(6).
       01 WS-IDX-RANGO       PIC 9.
       01 WS-PAGADOS.
           05 WS-NUM-PAG     PIC 9(4) VALUE 0.
           05 WS-PAG OCCURS 500.
              10 WS-PAG-NUMERO   PIC 9(6).
              10 WS-PAG-FECHA    PIC 9(8).
              10 WS-PAG-MONTO    PIC 9(6).
              10 WS-PAG-ESTADO   PIC X.
       01 WS-CONTADORES.
           05 WS-COBRADOS        PIC 9(5) VALUE 0.
           05 WS-YA-CONCILIADOS  PIC 9(5) VALUE 0.
           05 WS-EXCEPCIONES     PIC 9(5) VALUE 0.
           05 WS-PENDIENTES      PIC 9(5) VALUE 0.
           05 WS-TOT-COBRADO     PIC 9(9) VALUE 0.
           05 WS-TOT-PENDIENTE   PIC 9(9) VALUE 0.
       01 WS-RANGOS.
           05 WS-RANGO OCCURS 5.
              10 WS-RNG-CANT     PIC 9(5).
              10 WS-RNG-MONTO    PIC 9(9).
       01 WS-RANGO-NOMBRES.
           05 FILLER             PIC X(10) VALUE "0-30".
           05 FILLER             PIC X(10) VALUE "31-60".
           05 FILLER             PIC X(10) VALUE "61-90".
           05 FILLER             PIC X(10) VALUE "91-180".
           05 FILLER             PIC X(10) VALUE "MAS DE 180".
       01 WS-RANGO-TABLA REDEFINES WS-RANGO-NOMBRES.
           05 WS-RNG-NOMBRE OCCURS 5 PIC X(10).
       01 WS-EXCEP-DET.
           05 EXC-NUMERO         PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 EXC-FECHA-PAGO     PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 EXC-MONTO-BANCO    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 EXC-MONTO-REG      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 EXC-MOTIVO         PIC X(40).
       01 WS-PEN-TITULO.
           05 FILLER             PIC X(30)
              VALUE "CHEQUES PENDIENTES DE COBRO AL".
           05 FILLER             PIC X     VALUE SPACE.
           05 PEN-TIT-CORTE      PIC 9(8).
       01 WS-PEN-DET.
           05 PEN-NUMERO         PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-FECHA          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-EMP-ID         PIC 9(5).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-NOMBRE         PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-MONTO          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-DIAS           PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PEN-RANGO          PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 PEN-MARCA          PIC X(7).
       01 WS-PEN-RESUMEN.
           05 FILLER             PIC X(11) VALUE "ANTIGUEDAD ".
           05 RES-RANGO          PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RES-CANT           PIC ZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE " CHEQUES  ".
           05 RES-MONTO          PIC ZZZ,ZZZ,ZZ9.
       01 WS-PEN-TOTAL.
           05 FILLER             PIC X(39)
              VALUE "TOTAL PENDIENTE (SALDO CUENTA 1120)   ".
           05 TOT-CANT           PIC ZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE " CHEQUES  ".
           05 TOT-MONTO          PIC ZZZ,ZZZ,ZZ9.
       01 WS-PEN-SEPARADOR   PIC X(80) VALUE ALL "-".
       01 WS-RCH-TEMPORAL    PIC X(25) VALUE 'registro_cheques.tmp'.
       01 WS-RCH-MAESTRO     PIC X(25) VALUE 'registro_cheques.txt'.
       01 WS-RENAME-RC       PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       INICIO-CONCILIACION.
           DISPLAY "CONCILIACION DE CHEQUES DE NOMINA"
           DISPLAY "Fecha de corte del estado de cuenta (AAAAMMDD, "
               "0 = hoy):"
           ACCEPT WS-FECHA-CORTE
           IF WS-FECHA-CORTE = 0
              ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF
           OPEN OUTPUT EXCEP-FILE
           IF WS-EXC-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO EXCEPCIONES: "
                  "conciliacion_cheques.txt STATUS " WS-EXC-STATUS
              STOP RUN
           END-IF
           MOVE "NUMERO  FECHA PAGO  BANCO  REGISTRO  MOTIVO"
               TO EXCEP-LINEA
           WRITE EXCEP-LINEA
           PERFORM CARGAR-PAGADOS
           PERFORM CONCILIAR-REGISTRO
           PERFORM REPORTAR-NO-EMITIDOS
           CLOSE EXCEP-FILE
           DISPLAY "CHEQUES PAGADOS POR EL BANCO: " WS-NUM-PAG
           DISPLAY "MARCADOS COMO COBRADOS: " WS-COBRADOS
               " IMPORTE: " WS-TOT-COBRADO
           DISPLAY "YA CONCILIADOS ANTERIORMENTE: " WS-YA-CONCILIADOS
           DISPLAY "EXCEPCIONES: " WS-EXCEPCIONES
           DISPLAY "CHEQUES PENDIENTES: " WS-PENDIENTES
               " SALDO CUENTA 1120: " WS-TOT-PENDIENTE
           DISPLAY "REPORTE DE EXCEPCIONES: conciliacion_cheques.txt"
           DISPLAY "CHEQUES PENDIENTES: cheques_pendientes.txt"
           STOP RUN.

       CARGAR-PAGADOS.
           OPEN INPUT CHQPAG-FILE
           EVALUATE TRUE
              WHEN WS-CPG-STATUS = "35"
                 DISPLAY "SIN ARCHIVO DE CHEQUES PAGADOS: "
                     "cheques_pagados.txt - SOLO SE LISTAN PENDIENTES"
              WHEN WS-CPG-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO CHEQUES PAGADOS, STATUS "
                     WS-CPG-STATUS
                 STOP RUN
              WHEN OTHER
                 PERFORM UNTIL EOF-CPG = 'Y'
                    READ CHQPAG-FILE
                       AT END MOVE 'Y' TO EOF-CPG
                       NOT AT END PERFORM GUARDAR-PAGADO
                    END-READ
                 END-PERFORM
                 CLOSE CHQPAG-FILE
           END-EVALUATE.

       GUARDAR-PAGADO.
           IF WS-NUM-PAG >= 500
              DISPLAY "TABLA DE CHEQUES PAGADOS LLENA (500) EN EL "
                  "CHEQUE " CPG-NUMERO " - CORRIDA CANCELADA"
              CLOSE CHQPAG-FILE
              CLOSE EXCEP-FILE
              STOP RUN
           END-IF
           ADD 1 TO WS-NUM-PAG
           MOVE CPG-NUMERO     TO WS-PAG-NUMERO(WS-NUM-PAG)
           MOVE CPG-FECHA-PAGO TO WS-PAG-FECHA(WS-NUM-PAG)
           MOVE CPG-MONTO      TO WS-PAG-MONTO(WS-NUM-PAG)
           MOVE SPACE          TO WS-PAG-ESTADO(WS-NUM-PAG)
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
               UNTIL WS-IDX-ANT >= WS-NUM-PAG
              IF WS-PAG-NUMERO(WS-IDX-ANT) = CPG-NUMERO
                 AND WS-PAG-ESTADO(WS-NUM-PAG) = SPACE
                 MOVE 'D' TO WS-PAG-ESTADO(WS-NUM-PAG)
                 MOVE WS-NUM-PAG TO WS-IDX-PAG
                 MOVE 0          TO EXC-MONTO-REG
                 MOVE "PRESENTACION DUPLICADA EN EL ARCHIVO"
                     TO EXC-MOTIVO
                 PERFORM ESCRIBIR-EXCEPCION
              END-IF
           END-PERFORM.

       CONCILIAR-REGISTRO.
           OPEN INPUT REGCHQ-FILE
           EVALUATE TRUE
              WHEN WS-RCH-STATUS = "35"
                 DISPLAY "REGISTRO DE CHEQUES NO EXISTE: "
                     "registro_cheques.txt"
              WHEN WS-RCH-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO REGISTRO DE CHEQUES, STATUS "
                     WS-RCH-STATUS
                 CLOSE EXCEP-FILE
                 STOP RUN
              WHEN OTHER
                 OPEN OUTPUT REGCHQ-NUEVO
                 IF WS-NVO-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO registro_cheques.tmp "
                        "STATUS " WS-NVO-STATUS
                    CLOSE REGCHQ-FILE
                    CLOSE EXCEP-FILE
                    STOP RUN
                 END-IF
                 OPEN OUTPUT PENDIENTES-FILE
                 IF WS-PEN-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO PENDIENTES: "
                        "cheques_pendientes.txt STATUS " WS-PEN-STATUS
                    CLOSE REGCHQ-FILE
                    CLOSE REGCHQ-NUEVO
                    CLOSE EXCEP-FILE
                    STOP RUN
                 END-IF
                 MOVE WS-FECHA-CORTE TO PEN-TIT-CORTE
                 WRITE PENDIENTE-LINEA FROM WS-PEN-TITULO
                 MOVE "NUMERO  FECHA     EMPL.  NOMBRE"
                     TO PENDIENTE-LINEA
                 MOVE "MONTO   DIAS  ANTIGUEDAD"
                     TO PENDIENTE-LINEA(50:24)
                 WRITE PENDIENTE-LINEA
                 INITIALIZE WS-RANGOS
                 PERFORM UNTIL EOF-RCH = 'Y'
                    READ REGCHQ-FILE
                       AT END MOVE 'Y' TO EOF-RCH
                       NOT AT END
                          PERFORM CONCILIAR-CHEQUE
                          IF CHQ-ESTADO = 'E'
                             PERFORM ANOTAR-PENDIENTE
                          END-IF
                          WRITE NVO-REG FROM CHQ-REG
                    END-READ
                 END-PERFORM
                 CLOSE REGCHQ-FILE
                 CLOSE REGCHQ-NUEVO
                 PERFORM ESCRIBIR-RESUMEN-PENDIENTES
                 CLOSE PENDIENTES-FILE
                 IF WS-COBRADOS > 0
                    CALL "CBL_RENAME_FILE" USING WS-RCH-TEMPORAL
                        WS-RCH-MAESTRO
                       RETURNING WS-RENAME-RC
                    IF WS-RENAME-RC NOT = 0
                       DISPLAY "*** ERROR RENOMBRANDO " WS-RCH-TEMPORAL
                           " A " WS-RCH-MAESTRO ", CODIGO " WS-RENAME-RC
                           " ***"
                    END-IF
                 END-IF
           END-EVALUATE.

       CONCILIAR-CHEQUE.
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
               UNTIL WS-IDX-PAG > WS-NUM-PAG
              IF WS-PAG-NUMERO(WS-IDX-PAG) = CHQ-NUMERO
                 AND WS-PAG-ESTADO(WS-IDX-PAG) = SPACE
                 MOVE CHQ-MONTO TO EXC-MONTO-REG
                 EVALUATE TRUE
                    WHEN CHQ-ESTADO = 'C'
                     AND CHQ-FECHA-COBRO = WS-PAG-FECHA(WS-IDX-PAG)
                     AND CHQ-MONTO = WS-PAG-MONTO(WS-IDX-PAG)
                       MOVE 'Y' TO WS-PAG-ESTADO(WS-IDX-PAG)
                       ADD 1 TO WS-YA-CONCILIADOS
                    WHEN CHQ-ESTADO = 'C'
                       MOVE 'X' TO WS-PAG-ESTADO(WS-IDX-PAG)
                       MOVE "PRESENTACION DUPLICADA, YA COBRADO"
                           TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                    WHEN CHQ-ESTADO = 'A' OR CHQ-ESTADO = 'R'
                       MOVE 'X' TO WS-PAG-ESTADO(WS-IDX-PAG)
                       MOVE "PAGADO ESTANDO ANULADO"
                           TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                    WHEN CHQ-MONTO NOT = WS-PAG-MONTO(WS-IDX-PAG)
                       MOVE 'X' TO WS-PAG-ESTADO(WS-IDX-PAG)
                       MOVE "MONTO DIFERENTE, QUEDA PENDIENTE"
                           TO EXC-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                    WHEN OTHER
                       MOVE 'C' TO WS-PAG-ESTADO(WS-IDX-PAG)
                       MOVE 'C' TO CHQ-ESTADO
                       MOVE WS-PAG-FECHA(WS-IDX-PAG)
                           TO CHQ-FECHA-COBRO
                       ADD 1 TO WS-COBRADOS
                       ADD CHQ-MONTO TO WS-TOT-COBRADO
                 END-EVALUATE
              END-IF
           END-PERFORM.

       ANOTAR-PENDIENTE.
           IF CHQ-FECHA > WS-FECHA-CORTE
              MOVE 0 TO WS-DIAS
           ELSE
              COMPUTE WS-DIAS =
                  FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                - FUNCTION INTEGER-OF-DATE(CHQ-FECHA)
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS <= 30
                 MOVE 1 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 60
                 MOVE 2 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 90
                 MOVE 3 TO WS-IDX-RANGO
              WHEN WS-DIAS <= 180
                 MOVE 4 TO WS-IDX-RANGO
              WHEN OTHER
                 MOVE 5 TO WS-IDX-RANGO
           END-EVALUATE
           ADD 1         TO WS-RNG-CANT(WS-IDX-RANGO)
           ADD CHQ-MONTO TO WS-RNG-MONTO(WS-IDX-RANGO)
           ADD 1         TO WS-PENDIENTES
           ADD CHQ-MONTO TO WS-TOT-PENDIENTE
           MOVE CHQ-NUMERO TO PEN-NUMERO
           MOVE CHQ-FECHA  TO PEN-FECHA
           MOVE CHQ-EMP-ID TO PEN-EMP-ID
           MOVE CHQ-NOMBRE TO PEN-NOMBRE
           MOVE CHQ-MONTO  TO PEN-MONTO
           MOVE WS-DIAS    TO PEN-DIAS
           MOVE WS-RNG-NOMBRE(WS-IDX-RANGO) TO PEN-RANGO
           IF WS-IDX-RANGO = 5
              MOVE "VENCIDO" TO PEN-MARCA
           ELSE
              MOVE SPACES    TO PEN-MARCA
           END-IF
           WRITE PENDIENTE-LINEA FROM WS-PEN-DET.

       ESCRIBIR-RESUMEN-PENDIENTES.
           WRITE PENDIENTE-LINEA FROM WS-PEN-SEPARADOR
           PERFORM VARYING WS-IDX-RANGO FROM 1 BY 1
               UNTIL WS-IDX-RANGO > 5
              MOVE WS-RNG-NOMBRE(WS-IDX-RANGO) TO RES-RANGO
              MOVE WS-RNG-CANT(WS-IDX-RANGO)   TO RES-CANT
              MOVE WS-RNG-MONTO(WS-IDX-RANGO)  TO RES-MONTO
              WRITE PENDIENTE-LINEA FROM WS-PEN-RESUMEN
           END-PERFORM
           MOVE WS-PENDIENTES    TO TOT-CANT
           MOVE WS-TOT-PENDIENTE TO TOT-MONTO
           WRITE PENDIENTE-LINEA FROM WS-PEN-TOTAL.

       REPORTAR-NO-EMITIDOS.
           PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
               UNTIL WS-IDX-PAG > WS-NUM-PAG
              IF WS-PAG-ESTADO(WS-IDX-PAG) = SPACE
                 MOVE 'X' TO WS-PAG-ESTADO(WS-IDX-PAG)
                 MOVE 0   TO EXC-MONTO-REG
                 MOVE "PAGADO SIN HABER SIDO EMITIDO"
                     TO EXC-MOTIVO
                 PERFORM ESCRIBIR-EXCEPCION
              END-IF
           END-PERFORM.

       ESCRIBIR-EXCEPCION.
           MOVE WS-PAG-NUMERO(WS-IDX-PAG) TO EXC-NUMERO
           MOVE WS-PAG-FECHA(WS-IDX-PAG)  TO EXC-FECHA-PAGO
           MOVE WS-PAG-MONTO(WS-IDX-PAG)  TO EXC-MONTO-BANCO
           WRITE EXCEP-LINEA FROM WS-EXCEP-DET
           ADD 1 TO WS-EXCEPCIONES.
