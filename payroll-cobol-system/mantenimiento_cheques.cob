           SELECT CHEQUES-FILE ASSIGN TO 'cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT PAGOPOS-FILE ASSIGN TO 'pago_positivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPO-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO 'operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO 'auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CHQREG.

       FD REGCHQ-NUEVO.
       01 NVO-REG            PIC X(54).

       FD CHEQUES-FILE.
       01 CHEQUE-LINEA       PIC X(60).

       FD PAGOPOS-FILE.
           COPY PPOREG.

       FD OPERADORES-FILE.
           COPY OPEREG.

       FD AUDITORIA-FILE.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01 WS-RCH-STATUS      PIC XX.
       01 WS-NVO-STATUS      PIC XX.
       01 WS-CHQ-STATUS      PIC XX.
       01 WS-PPO-STATUS      PIC XX.
       01 OPCION-CHQ         PIC 9 VALUE 0.
       01 FIN-CHQ            PIC X VALUE 'N'.
       01 EOF-RCH            PIC X VALUE 'N'.
           05 WS-GRD-EMP-ID   PIC 9(5).
           05 WS-GRD-NOMBRE   PIC X(20).
           05 WS-GRD-MONTO    PIC 9(6).
           05 WS-GRD-REPOSICION PIC 9(6).
       01 WS-FECHA-HOY       PIC 9(8).
       01 WS-FECHA-DESG REDEFINES WS-FECHA-HOY.
           05 WS-ANIO-HOY    PIC 9(4).
       01 WS-CHEQUE-LEYENDA  PIC X(34)
           VALUE "NO NEGOCIABLE - NOMINA DE SUELDOS".
       01 WS-CHEQUE-SEPARADOR PIC X(50) VALUE ALL "=".
       01 WS-OPE-STATUS      PIC XX.
       01 WS-AUD-STATUS      PIC XX.
       01 EOF-OPE            PIC X VALUE 'N'.
       01 WS-OPE-ID-ENT      PIC X(8).
       01 WS-OPE-CLAVE-ENT   PIC X(8).
       01 WS-OPE-OK          PIC X VALUE 'N'.
       01 WS-OPE-NIVEL       PIC 9 VALUE 0.
       01 WS-OPE-NOMBRE      PIC X(20).
       01 WS-HORA-SIS.
           05 WS-HORA-HMS    PIC 9(6).
           05 FILLER         PIC 9(2).
       01 WS-CHQ-ANTES       PIC X(54).
       01 WS-CHQ-DESPUES     PIC X(54).
       01 WS-CHQ-REPUESTO    PIC X(54).
       01 WS-RCH-TEMPORAL    PIC X(25) VALUE 'registro_cheques.tmp'.
       01 WS-RCH-MAESTRO     PIC X(25) VALUE 'registro_cheques.txt'.
       01 WS-RENAME-RC       PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
           PERFORM IDENTIFICAR-OPERADOR
           IF WS-OPE-OK NOT = 'S'
              DISPLAY "ACCESO DENEGADO"
              STOP RUN
           END-IF.

       INICIO-CHEQUES.
           DISPLAY "MANTENIMIENTO DE CHEQUES"
           DISPLAY "1. ANULAR CHEQUE"
              CLOSE REGCHQ-NUEVO
              IF WS-ENCONTRADO = 'S'
                 PERFORM PROMOVER-REGISTRO
                 IF WS-RENAME-RC = 0
                    PERFORM ANOTAR-PAGO-POSITIVO
                    PERFORM AUDITAR-CHEQUE
                 END-IF
              ELSE
                 DISPLAY "CHEQUE NO ENCONTRADO O NO ANULABLE: "
                     WS-NUM-BUSCADO
              COMPUTE WS-PROX-CHEQUE = CHQ-NUMERO + 1
           END-IF
           IF CHQ-NUMERO = WS-NUM-BUSCADO
              EVALUATE CHQ-ESTADO
                 WHEN 'C'
                    DISPLAY "EL CHEQUE " CHQ-NUMERO
                        " YA FUE COBRADO EL " CHQ-FECHA-COBRO
                 WHEN 'E'
                    MOVE 'S' TO WS-ENCONTRADO
                    MOVE CHQ-REG   TO WS-CHQ-ANTES
                    MOVE WS-ACCION TO CHQ-ESTADO
                    MOVE CHQ-REG   TO WS-CHQ-DESPUES
                    MOVE CHQ-EMP-ID TO WS-GRD-EMP-ID
                    MOVE CHQ-NOMBRE TO WS-GRD-NOMBRE
                    MOVE CHQ-MONTO  TO WS-GRD-MONTO
                    DISPLAY "CHEQUE " CHQ-NUMERO " ANULADO ("
                        CHQ-NOMBRE ")"
                 WHEN OTHER
                    DISPLAY "EL CHEQUE " CHQ-NUMERO
                        " YA ESTA ANULADO (ESTADO " CHQ-ESTADO ")"
              END-EVALUATE
           END-IF.

       REPONER-CHEQUE.
           MOVE WS-GRD-NOMBRE  TO CHQ-NOMBRE
           MOVE WS-GRD-MONTO   TO CHQ-MONTO
           MOVE 'E'            TO CHQ-ESTADO
           MOVE 0              TO CHQ-FECHA-COBRO
           MOVE CHQ-NUMERO     TO WS-GRD-REPOSICION
           MOVE CHQ-REG        TO WS-CHQ-REPUESTO
           WRITE NVO-REG FROM CHQ-REG
           PERFORM IMPRIMIR-CHEQUE-REPOSICION
           DISPLAY "CHEQUE DE REPOSICION EMITIDO NO. " CHQ-NUMERO
              DISPLAY "*** ERROR RENOMBRANDO " WS-RCH-TEMPORAL
                  " A " WS-RCH-MAESTRO ", CODIGO " WS-RENAME-RC " ***"
           END-IF.

       ANOTAR-PAGO-POSITIVO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN EXTEND PAGOPOS-FILE
           IF WS-PPO-STATUS = "35"
              OPEN OUTPUT PAGOPOS-FILE
              CLOSE PAGOPOS-FILE
              OPEN EXTEND PAGOPOS-FILE
           END-IF
           IF WS-PPO-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO PAGO POSITIVO: pago_positivo.txt "
                  "STATUS " WS-PPO-STATUS
              DISPLAY "*** INFORME AL BANCO LA ANULACION DEL CHEQUE "
                  WS-NUM-BUSCADO " ***"
           ELSE
              MOVE 'V'            TO PPO-TIPO
              MOVE WS-NUM-BUSCADO TO PPO-NUMERO
              MOVE WS-FECHA-HOY   TO PPO-FECHA
              MOVE WS-GRD-MONTO   TO PPO-MONTO
              MOVE WS-GRD-NOMBRE  TO PPO-BENEFICIARIO
              MOVE WS-GRD-EMP-ID  TO PPO-EMP-ID
              WRITE PPO-REG
              IF WS-ACCION = 'R'
                 MOVE 'I'               TO PPO-TIPO
                 MOVE WS-GRD-REPOSICION TO PPO-NUMERO
                 WRITE PPO-REG
              END-IF
              CLOSE PAGOPOS-FILE
           END-IF.

       AUDITAR-CHEQUE.
           MOVE "ANU"          TO AUD-ACCION
           MOVE WS-NUM-BUSCADO TO AUD-CLAVE
           MOVE WS-CHQ-ANTES   TO AUD-ANTES
           MOVE WS-CHQ-DESPUES TO AUD-DESPUES
           PERFORM ANOTAR-AUDITORIA
           IF WS-ACCION = 'R'
              MOVE "REP"             TO AUD-ACCION
              MOVE WS-GRD-REPOSICION TO AUD-CLAVE
              MOVE SPACES            TO AUD-ANTES
              MOVE WS-CHQ-REPUESTO   TO AUD-DESPUES
              PERFORM ANOTAR-AUDITORIA
           END-IF.

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
              MOVE "NEG"            TO AUD-ACCION
              MOVE SPACES           TO AUD-CLAVE
              MOVE SPACES           TO AUD-ANTES
              MOVE "FIRMA RECHAZADA" TO AUD-DESPUES
              PERFORM ANOTAR-AUDITORIA
           END-IF.

       ANOTAR-AUDITORIA.
           ACCEPT AUD-FECHA   FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SIS FROM TIME
           MOVE WS-HORA-HMS   TO AUD-HORA
           MOVE WS-OPE-ID-ENT TO AUD-OPERADOR
           MOVE "MANTENIMIENTO-CHEQUES" TO AUD-PROGRAMA
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
