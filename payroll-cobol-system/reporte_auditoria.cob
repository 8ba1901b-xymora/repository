       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-AUDITORIA.
       AUTHOR. GPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITORIA-FILE ASSIGN TO 'auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT REPORTE-FILE ASSIGN TO 'reporte_auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA-FILE.
           COPY AUDREG.

       FD REPORTE-FILE.
       01 REPORTE-LINEA      PIC X(115).

       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS      PIC XX.
       01 EOF-AUD            PIC X VALUE 'N'.
       01 WS-FECHA-DESDE     PIC 9(8).
       01 WS-FECHA-HASTA     PIC 9(8).
       01 WS-ACCION-SOL      PIC X(3).
       01 WS-RENGLONES       PIC 9(5) VALUE 0.
       01 WS-AUD-TITULO.
           05 FILLER             PIC X(26)
              VALUE "BITACORA DE AUDITORIA DEL ".
           05 AUT-DESDE          PIC 9(8).
           05 FILLER             PIC X(4)  VALUE " AL ".
           05 AUT-HASTA          PIC 9(8).
           05 FILLER             PIC X(10) VALUE "  ACCION: ".
           05 AUT-ACCION         PIC X(6).
       01 WS-AUD-DET.
           05 AUD-DET-FECHA      PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-DET-HORA       PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-DET-OPERADOR   PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-DET-PROGRAMA   PIC X(24).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-DET-ACCION     PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-DET-CLAVE      PIC X(15).
       01 WS-AUD-IMAGEN.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 AUD-IMG-ROTULO     PIC X(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AUD-IMG-DATOS      PIC X(100).
       01 WS-AUD-TOTAL.
           05 FILLER             PIC X(22)
              VALUE "MOVIMIENTOS LISTADOS: ".
           05 AUD-TOT-RENGLONES  PIC ZZ,ZZ9.
       01 WS-AUD-SEPARADOR   PIC X(115) VALUE ALL "-".

       PROCEDURE DIVISION.
       INICIO-REPORTE.
           DISPLAY "REPORTE DE BITACORA DE AUDITORIA"
           DISPLAY "Fecha desde (AAAAMMDD):"
           ACCEPT WS-FECHA-DESDE
           DISPLAY "Fecha hasta (AAAAMMDD):"
           ACCEPT WS-FECHA-HASTA
           DISPLAY "Tipo de accion (ALT BAJ MOD SAL BCO ANU REP FZA "
               "AJU NEG, espacios = todas):"
           ACCEPT WS-ACCION-SOL
           OPEN INPUT AUDITORIA-FILE
           EVALUATE TRUE
              WHEN WS-AUD-STATUS = "35"
                 DISPLAY "SIN BITACORA DE AUDITORIA: auditoria.txt"
              WHEN WS-AUD-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO BITACORA DE AUDITORIA, STATUS "
                     WS-AUD-STATUS
              WHEN OTHER
                 OPEN OUTPUT REPORTE-FILE
                 MOVE WS-FECHA-DESDE TO AUT-DESDE
                 MOVE WS-FECHA-HASTA TO AUT-HASTA
                 IF WS-ACCION-SOL = SPACES
                    MOVE "TODAS"       TO AUT-ACCION
                 ELSE
                    MOVE WS-ACCION-SOL TO AUT-ACCION
                 END-IF
                 WRITE REPORTE-LINEA FROM WS-AUD-TITULO
                 MOVE "FECHA     HORA    OPERADOR  PROGRAMA           "
                     TO REPORTE-LINEA
                 MOVE "ACC  CLAVE" TO REPORTE-LINEA(55:10)
                 WRITE REPORTE-LINEA
                 WRITE REPORTE-LINEA FROM WS-AUD-SEPARADOR
                 PERFORM UNTIL EOF-AUD = 'Y'
                    READ AUDITORIA-FILE
                       AT END MOVE 'Y' TO EOF-AUD
                       NOT AT END PERFORM FILTRAR-AUDITORIA
                    END-READ
                 END-PERFORM
                 CLOSE AUDITORIA-FILE
                 WRITE REPORTE-LINEA FROM WS-AUD-SEPARADOR
                 MOVE WS-RENGLONES TO AUD-TOT-RENGLONES
                 WRITE REPORTE-LINEA FROM WS-AUD-TOTAL
                 CLOSE REPORTE-FILE
                 DISPLAY "MOVIMIENTOS LISTADOS: " WS-RENGLONES
                 DISPLAY "REPORTE DE AUDITORIA: reporte_auditoria.txt"
           END-EVALUATE
           STOP RUN.

       FILTRAR-AUDITORIA.
           IF AUD-FECHA >= WS-FECHA-DESDE
              AND AUD-FECHA <= WS-FECHA-HASTA
              AND (WS-ACCION-SOL = SPACES
                   OR AUD-ACCION = WS-ACCION-SOL)
              ADD 1 TO WS-RENGLONES
              MOVE AUD-FECHA     TO AUD-DET-FECHA
              MOVE AUD-HORA      TO AUD-DET-HORA
              MOVE AUD-OPERADOR  TO AUD-DET-OPERADOR
              MOVE AUD-PROGRAMA  TO AUD-DET-PROGRAMA
              MOVE AUD-ACCION    TO AUD-DET-ACCION
              MOVE AUD-CLAVE     TO AUD-DET-CLAVE
              WRITE REPORTE-LINEA FROM WS-AUD-DET
              IF AUD-ANTES NOT = SPACES
                 MOVE "ANTES:"   TO AUD-IMG-ROTULO
                 MOVE AUD-ANTES  TO AUD-IMG-DATOS
                 WRITE REPORTE-LINEA FROM WS-AUD-IMAGEN
              END-IF
              IF AUD-DESPUES NOT = SPACES
                 MOVE "DESPUES:" TO AUD-IMG-ROTULO
                 MOVE AUD-DESPUES TO AUD-IMG-DATOS
                 WRITE REPORTE-LINEA FROM WS-AUD-IMAGEN
              END-IF
           END-IF.
