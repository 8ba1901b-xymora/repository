       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-EMPLEADOS.
       AUTHOR. GPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANTERIOR-FILE ASSIGN TO 'empleados_ant.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANTERIOR-FILE.
       01 ANT-REG            PIC X(86).

       FD EMPLEADOS.
           COPY EMPREG.

       WORKING-STORAGE SECTION.
       01 WS-ANT-STATUS      PIC XX.
       01 WS-EMP-STATUS      PIC XX.
       01 EOF-ANT            PIC X VALUE 'N'.
       01 WS-LEIDOS          PIC 9(5) VALUE 0.
       01 WS-GRABADOS        PIC 9(5) VALUE 0.
       01 WS-DUPLICADOS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       INICIO-CONVERSION.
           DISPLAY "CONVERSION DEL MAESTRO DE EMPLEADOS A ARCHIVO "
               "INDEXADO POR EMP-ID"
           OPEN INPUT ANTERIOR-FILE
           EVALUATE TRUE
              WHEN WS-ANT-STATUS = "35"
                 DISPLAY "ARCHIVO ANTERIOR NO EXISTE: empleados_ant.txt"
              WHEN WS-ANT-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO empleados_ant.txt STATUS "
                     WS-ANT-STATUS
              WHEN OTHER
                 OPEN OUTPUT EMPLEADOS
                 IF WS-EMP-STATUS NOT = "00"
                    DISPLAY "ERROR ABRIENDO EMPLEADOS: empleados.txt "
                        "STATUS " WS-EMP-STATUS
                    CLOSE ANTERIOR-FILE
                    STOP RUN
                 END-IF
                 PERFORM UNTIL EOF-ANT = 'Y'
                    READ ANTERIOR-FILE
                       AT END MOVE 'Y' TO EOF-ANT
                       NOT AT END PERFORM GRABAR-EMPLEADO
                    END-READ
                 END-PERFORM
                 CLOSE ANTERIOR-FILE
                 CLOSE EMPLEADOS
                 DISPLAY "REGISTROS LEIDOS: " WS-LEIDOS
                 DISPLAY "REGISTROS GRABADOS: " WS-GRABADOS
                 DISPLAY "CLAVES DUPLICADAS OMITIDAS: " WS-DUPLICADOS
           END-EVALUATE
           STOP RUN.

       GRABAR-EMPLEADO.
           ADD 1 TO WS-LEIDOS
           MOVE ANT-REG TO EMP-REG
           WRITE EMP-REG
              INVALID KEY
                 ADD 1 TO WS-DUPLICADOS
                 DISPLAY "EMPLEADO DUPLICADO, RENGLON OMITIDO: " EMP-ID
                     " " EMP-NAME
              NOT INVALID KEY
                 ADD 1 TO WS-GRABADOS
           END-WRITE.
