           05 CON-ORDENES        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CON-NETO           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CON-TIPO           PIC X(3).
       01 WS-CON-TOTAL.
           05 FILLER             PIC X(8)  VALUE "TOTALES ".
           05 FILLER             PIC X(8)  VALUE SPACES.
                 WRITE CONSULTA-LINEA FROM WS-CON-TITULO
                 MOVE "PERIODO FECHA           BRUTO     IMP  "
                     TO CONSULTA-LINEA
                 MOVE "SEGSOC  SEGMED  ORDENES     NETO  TIPO"
                     TO CONSULTA-LINEA(41:38)
                 WRITE CONSULTA-LINEA
                 PERFORM UNTIL EOF-HIS = 'Y'
                    READ HISTORIA-FILE
              MOVE HIS-SEGMEDICO TO CON-SEGMEDICO
              MOVE HIS-ORDENES   TO CON-ORDENES
              MOVE HIS-NETO      TO CON-NETO
              EVALUATE HIS-TIPO
                 WHEN 'E'
                    MOVE "EXT"     TO CON-TIPO
                 WHEN 'T'
                    MOVE "RET"     TO CON-TIPO
                 WHEN OTHER
                    MOVE "REG"     TO CON-TIPO
              END-EVALUATE
              WRITE CONSULTA-LINEA FROM WS-CON-DET
              ADD HIS-BRUTO      TO WS-TOT-BRUTO
              ADD HIS-IMPUESTO   TO WS-TOT-IMP
