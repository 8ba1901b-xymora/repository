               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EXCEP-FILE ASSIGN TO 'excepciones.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       FD EMPLEADOS.
           COPY EMPREG.

       FD EXCEP-FILE.
       01 EXCEP-LINEA        PIC X(70).

       01 WS-RET-STATUS      PIC XX.
       01 WS-ACH-STATUS      PIC XX.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-EXC-STATUS      PIC XX.
       01 EOF-RET            PIC X VALUE 'N'.
       01 EOF-ACH            PIC X VALUE 'N'.
       01 WS-IDX-RET         PIC 9(3).
       01 WS-CAMBIOS         PIC 9(3) VALUE 0.
       01 WS-RETORNOS.
           05 EXC-CODIGO      PIC X(3).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXC-ACCION      PIC X(30).

       PROCEDURE DIVISION.
       INICIO-RETORNO.
              MOVE 'N'        TO WS-RET-EN-ACH(WS-NUM-RET)
              MOVE 'N'        TO WS-RET-EN-EMP(WS-NUM-RET)
           ELSE
              DISPLAY "TABLA DE RETORNOS LLENA (100) EN EMPLEADO "
                  RET-EMP-ID " - PROCESO CANCELADO SIN CAMBIOS"
              CLOSE RETORNO-FILE
              STOP RUN
           END-IF.

       MARCAR-CONTRA-ACH.
           END-PERFORM.

       ACTUALIZAR-EMPLEADOS.
           OPEN I-O EMPLEADOS
           EVALUATE TRUE
              WHEN WS-EMP-STATUS = "35"
                 DISPLAY "ARCHIVO DE EMPLEADOS NO EXISTE"
                 DISPLAY "ERROR ABRIENDO EMPLEADOS, STATUS "
                     WS-EMP-STATUS
              WHEN OTHER
              PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                  UNTIL WS-IDX-RET > WS-NUM-RET
                 IF WS-RET-EN-ACH(WS-IDX-RET) = 'S'
                    PERFORM APLICAR-RETORNO-EMPLEADO
                 END-IF
              END-PERFORM
              CLOSE EMPLEADOS
           END-EVALUATE.

       APLICAR-RETORNO-EMPLEADO.
           MOVE WS-RET-EMP-ID(WS-IDX-RET) TO EMP-ID
           READ EMPLEADOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'C' TO EMP-FORMA-PAGO
                 REWRITE EMP-REG
                    INVALID KEY
                       DISPLAY "ERROR ACTUALIZANDO EMPLEADO " EMP-ID
                           " STATUS " WS-EMP-STATUS
                    NOT INVALID KEY
                       MOVE 'S' TO WS-RET-EN-EMP(WS-IDX-RET)
                       ADD 1 TO WS-CAMBIOS
                       MOVE EMP-ID   TO EXC-EMP-ID
                       MOVE EMP-NAME TO EXC-NOMBRE
                       MOVE WS-RET-CODIGO(WS-IDX-RET) TO EXC-CODIGO
                       MOVE "PAGO CAMBIADO A CHEQUE" TO EXC-ACCION
                       WRITE EXCEP-LINEA FROM WS-EXCEP-DET
                 END-REWRITE
           END-READ.

       REPORTAR-NO-APLICADOS.
           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
