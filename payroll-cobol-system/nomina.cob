       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT YTD-FILE ASSIGN TO 'ytd.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-CLAVE
               FILE STATUS IS WS-YTD-STATUS.
           SELECT LICENCIAS-FILE ASSIGN TO 'licencias.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-EMP-ID
               FILE STATUS IS WS-LIC-STATUS.
           SELECT ACH-FILE ASSIGN TO 'ach.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT EXCEP-TAR-FILE ASSIGN TO 'excepciones_tarjetas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.
           SELECT SORT-TARJETAS ASSIGN TO 'tarjetas.srt'.
           SELECT TARJETAS-ORDEN ASSIGN TO 'tarjetas_orden.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOR-STATUS.
           SELECT CHEQUES-FILE ASSIGN TO 'cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-STATUS.
           SELECT REGCHQ-FILE ASSIGN TO 'registro_cheques.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCH-STATUS.
           SELECT PAGOPOS-FILE ASSIGN TO 'pago_positivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPO-STATUS.
           SELECT REMESAS-FILE ASSIGN TO 'remesas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT ORDDED-NUEVO ASSIGN TO 'ordenes_deduccion.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONV-STATUS.
           SELECT SORT-ORDENES ASSIGN TO 'ordenes.srt'.
           SELECT CXCCOR-FILE ASSIGN TO 'cxc_corrida.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXC-STATUS.
           SELECT CXCEMP-FILE ASSIGN TO 'cxc_empleados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CXE-STATUS.
           SELECT ORDDED-ORDEN ASSIGN TO 'ordenes_orden.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOR-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO 'calendario.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT DEPTOS-FILE ASSIGN TO 'departamentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT SALARIOS-FILE ASSIGN TO 'historial_salarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT SALARIOS-NUEVO ASSIGN TO 'historial_salarios.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNV-STATUS.
           SELECT PAGOEXT-FILE ASSIGN TO 'pagos_extraordinarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEX-STATUS.
           SELECT EXCEP-PEX-FILE
               ASSIGN TO 'excepciones_extraordinarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT SORT-PAGOS ASSIGN TO 'pagos.srt'.
           SELECT PAGOEXT-ORDEN ASSIGN TO 'pagos_orden.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POR-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO 'operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO 'auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD YTD-FILE.
           COPY YTDREG.

       FD LICENCIAS-FILE.
           COPY LICREG.

       FD ACH-FILE.
           COPY ACHREG.

       FD EXCEP-TAR-FILE.
       01 EXCEP-TAR-LINEA    PIC X(60).

       SD SORT-TARJETAS.
       01 SRT-TAR-REG.
           05 SRT-TAR-EMP-ID  PIC 9(5).
           05 SRT-TAR-PERIODO PIC 9(6).
           05 SRT-TAR-FECHA   PIC 9(8).
           05 SRT-TAR-HORAS   PIC 9(3).
           05 SRT-TAR-TIPO    PIC X.

       FD TARJETAS-ORDEN.
       01 TOR-REG.
           05 TOR-EMP-ID      PIC 9(5).
           05 TOR-PERIODO     PIC 9(6).
           05 TOR-FECHA       PIC 9(8).
           05 TOR-HORAS       PIC 9(3).
           05 TOR-TIPO        PIC X.

       FD CHEQUES-FILE.
       01 CHEQUE-LINEA       PIC X(60).

       FD REGCHQ-FILE.
           COPY CHQREG.

       FD PAGOPOS-FILE.
           COPY PPOREG.

       FD OPERADORES-FILE.
           COPY OPEREG.

       FD AUDITORIA-FILE.
           COPY AUDREG.

       FD REMESAS-FILE.
           COPY REMREG.

       FD ORDDED-NUEVO.
       01 ORDNVO-REG         PIC X(27).

       FD CXCCOR-FILE.
       01 CXC-COR-REG        PIC X(32).

       FD CXCEMP-FILE.
           COPY CXEREG.

       SD SORT-ORDENES.
       01 SRT-ORD-REG.
           05 SRT-ORD-EMP-ID  PIC 9(5).
           05 FILLER          PIC X(22).

       FD ORDDED-ORDEN.
       01 OOR-REG.
           05 OOR-EMP-ID      PIC 9(5).
           05 OOR-TIPO        PIC X.
           05 FILLER          PIC X(21).

       FD CALENDARIO-FILE.
           COPY CALREG.

       FD CALENDARIO-NUEVO.
       01 CALNVO-REG         PIC X(24).

       FD HISTORIA-FILE.
           COPY HISREG.
       FD DEPTOS-FILE.
           COPY DEPREG.

       FD SALARIOS-FILE.
           COPY SALREG.

       FD SALARIOS-NUEVO.
       01 SALNVO-REG         PIC X(40).

       FD PAGOEXT-FILE.
           COPY EXTREG.

       FD EXCEP-PEX-FILE.
       01 EXCEP-PEX-LINEA    PIC X(60).

       SD SORT-PAGOS.
       01 SRT-PEX-REG.
           05 SRT-PEX-EMP-ID  PIC 9(5).
           05 SRT-PEX-PERIODO PIC 9(6).
           05 SRT-PEX-CONCEPTO PIC X.
           05 SRT-PEX-IMPORTE PIC 9(6)V99.

       FD PAGOEXT-ORDEN.
       01 POR-REG.
           05 POR-EMP-ID      PIC 9(5).
           05 POR-PERIODO     PIC 9(6).
           05 POR-CONCEPTO    PIC X.
           05 POR-IMPORTE     PIC 9(6)V99.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS      PIC XX.
       01 WS-YTD-STATUS      PIC XX.
           05 WS-SSP-PORC        PIC 9(2)V99 VALUE 0.
           05 WS-SSP-TOPE        PIC 9(9) VALUE 0.
           05 WS-SMP-PORC        PIC 9(2)V99 VALUE 0.
           05 WS-VAC-TASA        PIC 9(2)V99 VALUE 0.
           05 WS-VAC-TOPE        PIC 9(9) VALUE 0.
           05 WS-ENF-TASA        PIC 9(2)V99 VALUE 0.
           05 WS-ENF-TOPE        PIC 9(9) VALUE 0.
       01 WS-IDX-TRAMO       PIC 9(2).
       01 WS-LIM-INFERIOR    PIC 9(9).
       01 WS-BASE-TRAMO      PIC S9(9)V99.
           05 WS-TARIFA-HORA     PIC 9(6)V99.
           05 WS-PAGO-NORMAL     PIC 9(6)V99.
           05 WS-PAGO-EXTRA      PIC 9(6)V99.
           05 WS-HORAS-VAC       PIC 9(3).
           05 WS-HORAS-ENF       PIC 9(3).
           05 WS-PAGO-VAC        PIC 9(6)V99.
           05 WS-PAGO-ENF        PIC 9(6)V99.
           05 WS-HORAS-EXCEDE    PIC S9(4).
           05 WS-PAGO-CALC       PIC S9(7)V99.
           05 WS-BRUTO           PIC 9(6)V99.
       01 WS-TOTALES.
           05 WS-TOT-EMP     PIC 9(5) VALUE 0.
           05 WS-TOT-SEGMEDICO  PIC 9(8) VALUE 0.
           05 WS-TOT-APO-SS     PIC 9(8) VALUE 0.
           05 WS-TOT-APO-SM     PIC 9(8) VALUE 0.
       01 WS-LIC-STATUS      PIC XX.
       01 WS-LIC-EXISTE      PIC X.
       01 WS-LIC-DISP-VAC    PIC 9(4)V99.
       01 WS-LIC-DISP-ENF    PIC 9(4)V99.
       01 WS-LIC-PEDIDO-VAC  PIC 9(4).
       01 WS-LIC-PEDIDO-ENF  PIC 9(4).
       01 WS-LIC-PER-ANT     PIC 9(6).
       01 WS-LIC-CALC        PIC S9(5)V99.
       01 WS-USO-VAC         PIC 9(4)V99.
       01 WS-USO-ENF         PIC 9(4)V99.
       01 WS-ACUM-VAC        PIC 9(4)V99.
       01 WS-ACUM-ENF        PIC 9(4)V99.
       01 WS-APO-SEGSOCIAL   PIC 9(5).
       01 WS-APO-SEGMEDICO   PIC 9(5).
       01 WS-REM-STATUS      PIC XX.
       01 WS-ORD-STATUS      PIC XX.
       01 WS-ONV-STATUS      PIC XX.
       01 WS-OOR-STATUS      PIC XX.
       01 EOF-OOR            PIC X VALUE 'Y'.
       01 WS-ORD-HAY         PIC X VALUE 'N'.
       01 WS-ORD-LEIDAS      PIC 9(5) VALUE 0.
       01 WS-IDX-ORD         PIC 9(3).
       01 WS-PRIORIDAD-ACT   PIC 9.
       01 WS-ORDENES-DED.
           05 WS-NUM-ORD     PIC 9(3) VALUE 0.
           05 WS-ORD OCCURS 20.
              10 WS-ORD-EMP-ID   PIC 9(5).
              10 WS-ORD-TIPO     PIC X.
              10 WS-ORD-METODO   PIC X.
       01 WS-TOT-ORD-PEN     PIC 9(8) VALUE 0.
       01 WS-TOT-ORD-PRE     PIC 9(8) VALUE 0.
       01 WS-TOT-ORD-AHO     PIC 9(8) VALUE 0.
       01 WS-TOT-ORD-CPR     PIC 9(8) VALUE 0.
       01 WS-CXC-STATUS      PIC XX.
       01 WS-CXE-STATUS      PIC XX.
       01 WS-CXC-ABIERTO     PIC X VALUE 'N'.
       01 EOF-CXC            PIC X VALUE 'N'.
       01 WS-CXC-ABONOS      PIC 9(5) VALUE 0.
       01 WS-TOT-ORDENES     PIC 9(8) VALUE 0.
       01 WS-ORD-TEMPORAL    PIC X(25) VALUE 'ordenes_deduccion.tmp'.
       01 WS-ORD-MAESTRO     PIC X(25) VALUE 'ordenes_deduccion.txt'.
       01 WS-CNV-STATUS      PIC XX.
       01 EOF-CAL            PIC X VALUE 'N'.
       01 WS-PERIODO-ACT     PIC 9(6) VALUE 0.
       01 WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACT.
           05 WS-PERIODO-ANIO    PIC 9(4).
           05 WS-PERIODO-NUM     PIC 9(2).
       01 WS-PERIODO-FIN     PIC 9(8) VALUE 0.
       01 WS-PERIODO-EN-CAL  PIC X VALUE 'N'.
       01 WS-PERIODO-TIPO    PIC X VALUE SPACE.
       01 WS-TIPO-CORRIDA    PIC X VALUE 'R'.
       01 WS-PERIODO-ESTADO  PIC X VALUE SPACE.
       01 WS-FORZAR          PIC X.
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
       01 WS-AUD-FORZADA.
           05 FILLER         PIC X(8)  VALUE "PERIODO ".
           05 AUF-PERIODO    PIC 9(6).
           05 FILLER         PIC X(8)  VALUE " ESTADO ".
           05 AUF-ESTADO     PIC X.
           05 FILLER         PIC X(9)  VALUE " CORRIDA ".
           05 AUF-TIPO       PIC X.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 AUF-LEYENDA    PIC X(20).
       01 WS-CAL-TEMPORAL    PIC X(20) VALUE 'calendario.tmp'.
       01 WS-CAL-MAESTRO     PIC X(20) VALUE 'calendario.txt'.
       01 WS-HIS-STATUS      PIC XX.
       01 EOF-HIS            PIC X VALUE 'N'.
       01 WS-DEP-STATUS      PIC XX.
       01 EOF-DEP            PIC X VALUE 'N'.
       01 WS-IDX-DEP         PIC 9(2).
       01 WS-DIF-NETO         PIC S9(10).
       01 WS-LIMITE-VARIACION PIC 9(3)V99 VALUE 15.00.
       01 WS-RECIBO-TITULO.
           05 REC-TITULO         PIC X(24) VALUE "RECIBO DE PAGO".
           05 FILLER             PIC X(7)  VALUE "FECHA: ".
           05 REC-FECHA-ANIO     PIC 9(4).
           05 FILLER             PIC X     VALUE '-'.
       01 WS-RECIBO-DET.
           05 REC-ETIQUETA       PIC X(22).
           05 REC-MONTO          PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RECIBO-RETRO.
           05 FILLER             PIC X(21)
              VALUE "RETROACTIVO PERIODOS ".
           05 REC-RET-DESDE      PIC 9(6).
           05 FILLER             PIC X(3)  VALUE " A ".
           05 REC-RET-HASTA      PIC 9(6).
       01 WS-RECIBO-SEPARADOR    PIC X(41) VALUE ALL "-".
       01 WS-TAR-STATUS      PIC XX.
       01 WS-EXT-STATUS      PIC XX.
       01 WS-TOR-STATUS      PIC XX.
       01 EOF-TAR            PIC X VALUE 'N'.
       01 EOF-TOR            PIC X VALUE 'N'.
       01 WS-NUM-TAR         PIC 9(5) VALUE 0.
       01 WS-TAR-ANTERIOR.
           05 WS-TAR-ANT-EMP-ID  PIC 9(5) VALUE 0.
           05 WS-TAR-ANT-FECHA   PIC 9(8) VALUE 0.
           05 WS-TAR-ANT-TIPO    PIC X VALUE SPACE.
       01 WS-TAR-ACEPTADA    PIC X.
       01 WS-HORAS-TRAB      PIC 9(3).
       01 WS-SUMA-HORAS      PIC 9(4).
       01 WS-HORAS-OK        PIC X.
       01 WS-TAR-RECHAZADAS  PIC 9(5) VALUE 0.
       01 WS-EMP-SIN-TARJETA PIC 9(5) VALUE 0.
       01 WS-EXCEP-TAR-DET.
           05 EXT-EMP-ID      PIC 9(5).
           05 EXT-HORAS       PIC ZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXT-MOTIVO      PIC X(30).
       01 WS-SAL-STATUS      PIC XX.
       01 WS-SNV-STATUS      PIC XX.
       01 EOF-SAL            PIC X VALUE 'N'.
       01 WS-IDX-SAL         PIC 9(3).
       01 WS-NUM-SAL-PEND    PIC 9(3).
       01 WS-CAMBIOS-SAL.
           05 WS-NUM-SAL     PIC 9(3) VALUE 0.
           05 WS-SAL OCCURS 100.
              10 WS-SAL-EMP-ID    PIC 9(5).
              10 WS-SAL-EFECT     PIC 9(8).
              10 WS-SAL-ANTERIOR  PIC 9(6).
              10 WS-SAL-NUEVO     PIC 9(6).
              10 WS-SAL-FUTURO    PIC X.
              10 WS-SAL-RETRO     PIC 9(7)V99.
              10 WS-SAL-PER-DESDE PIC 9(6).
              10 WS-SAL-PER-HASTA PIC 9(6).
              10 WS-SAL-APLICAR   PIC X.
       01 WS-SAL-PAGADO      PIC 9(6).
       01 WS-SAL-TEMPORAL    PIC X(25) VALUE 'historial_salarios.tmp'.
       01 WS-SAL-MAESTRO     PIC X(25) VALUE 'historial_salarios.txt'.
       01 WS-RETROACTIVO.
           05 WS-RET-BRUTO       PIC 9(6)V99.
           05 WS-RET-IMPUESTO    PIC 9(5).
           05 WS-RET-SEGSOCIAL   PIC 9(5).
           05 WS-RET-SEGMEDICO   PIC 9(5).
           05 WS-RET-DEDUC       PIC 9(6).
           05 WS-RET-NETO        PIC 9(6).
           05 WS-RET-APO-SS      PIC 9(5).
           05 WS-RET-APO-SM      PIC 9(5).
           05 WS-RET-PER-DESDE   PIC 9(6).
           05 WS-RET-PER-HASTA   PIC 9(6).
           05 WS-RET-SALARIO     PIC 9(6).
       01 WS-REG-GUARDADO.
           05 WS-REG-BRUTO       PIC 9(6)V99.
           05 WS-REG-IMPUESTO    PIC 9(5).
           05 WS-REG-SEGSOCIAL   PIC 9(5).
           05 WS-REG-SEGMEDICO   PIC 9(5).
           05 WS-REG-APO-SS      PIC 9(5).
           05 WS-REG-APO-SM      PIC 9(5).
       01 WS-NETO-PAGO       PIC 9(6).
       01 WS-PEX-STATUS      PIC XX.
       01 WS-EXP-STATUS      PIC XX.
       01 WS-POR-STATUS      PIC XX.
       01 EOF-PEX            PIC X VALUE 'N'.
       01 EOF-POR            PIC X VALUE 'N'.
       01 WS-NUM-PEX         PIC 9(5) VALUE 0.
       01 WS-PEX-RECHAZADOS  PIC 9(5) VALUE 0.
       01 WS-PAGOS-OK        PIC X.
       01 WS-PAGO-CONCEPTOS.
           05 WS-PAGO-AGUINALDO  PIC 9(7)V99.
           05 WS-PAGO-INCENTIVO  PIC 9(7)V99.
           05 WS-PAGO-VACACIONES PIC 9(7)V99.
           05 WS-PAGO-INDEMNIZ   PIC 9(7)V99.
           05 WS-PAGO-OTROS      PIC 9(7)V99.
           05 WS-PAGO-EXTRAORD   PIC 9(7)V99.
       01 WS-EXCEP-PEX-DET.
           05 EXP-EMP-ID      PIC 9(5).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXP-CONCEPTO    PIC X.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXP-IMPORTE     PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EXP-MOTIVO      PIC X(30).
       01 WS-CHQ-STATUS      PIC XX.
       01 WS-RCH-STATUS      PIC XX.
       01 WS-PPO-STATUS      PIC XX.
       01 EOF-RCH            PIC X VALUE 'N'.
       01 WS-PROX-CHEQUE     PIC 9(6) VALUE 1.
       01 WS-TOT-NETO-ACH    PIC 9(8) VALUE 0.
              READ EMPLEADOS INTO EMP-REG
                 AT END MOVE 'Y' TO EOF-EMP
              NOT AT END
                 PERFORM CARGAR-ORDENES-EMPLEADO
                 IF WS-TIPO-CORRIDA = 'E'
                    PERFORM SUMAR-PAGOS-EMPLEADO
                    IF WS-PAGOS-OK = 'S'
                       PERFORM PROCESAR-EMPLEADO
                    END-IF
                 ELSE
                    PERFORM EDITAR-TARJETAS-EMPLEADO
                    IF EMP-ESTADO NOT = 'T'
                       PERFORM SUMAR-HORAS-EMPLEADO
                       IF WS-HORAS-OK = 'S'
                          PERFORM PROCESAR-EMPLEADO
                       END-IF
                    END-IF
                 END-IF
                 PERFORM GRABAR-ORDENES-EMPLEADO
              END-READ
           END-PERFORM
           IF WS-TIPO-CORRIDA = 'E'
              PERFORM CERRAR-PAGOS-EXTRA
           ELSE
              PERFORM CERRAR-TARJETAS
           END-IF
           PERFORM CERRAR-ARCHIVOS
           PERFORM IMPRIMIR-TOTALES
           PERFORM FINALIZAR-BITACORA

       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           PERFORM PEDIR-TIPO-CORRIDA
           IF WS-TIPO-CORRIDA = 'E'
              PERFORM RESOLVER-PERIODO-EXTRA
           ELSE
              PERFORM RESOLVER-PERIODO
           END-IF
           OPEN INPUT EMPLEADOS
           IF WS-EMP-STATUS = "35"
              DISPLAY "ARCHIVO DE EMPLEADOS NO EXISTE: empleados.txt"
              STOP RUN
           END-IF
           IF WS-EMP-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO EMPLEADOS: empleados.txt STATUS "
                  WS-EMP-STATUS
              STOP RUN
           END-IF
           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = "35"
              OPEN OUTPUT YTD-FILE
                  WS-YTD-STATUS
              STOP RUN
           END-IF
           OPEN I-O LICENCIAS-FILE
           IF WS-LIC-STATUS = "35"
              OPEN OUTPUT LICENCIAS-FILE
              CLOSE LICENCIAS-FILE
              OPEN I-O LICENCIAS-FILE
           END-IF
           IF WS-LIC-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO SALDOS DE LICENCIA: "
                  "licencias.txt STATUS " WS-LIC-STATUS
              STOP RUN
           END-IF
           PERFORM VERIFICAR-CORRIDA-INCOMPLETA
           OPEN OUTPUT BITACORA-FILE
           IF WS-BIT-STATUS NOT = "00"
                  "STATUS " WS-CHQ-STATUS
              STOP RUN
           END-IF
           IF WS-TIPO-CORRIDA = 'R'
              PERFORM CARGAR-CAMBIOS-SALARIO
           END-IF
           OPEN EXTEND HISTORIA-FILE
           IF WS-HIS-STATUS = "35"
              OPEN OUTPUT HISTORIA-FILE
                  "registro_cheques.txt STATUS " WS-RCH-STATUS
              STOP RUN
           END-IF
           OPEN EXTEND PAGOPOS-FILE
           IF WS-PPO-STATUS = "35"
              OPEN OUTPUT PAGOPOS-FILE
              CLOSE PAGOPOS-FILE
              OPEN EXTEND PAGOPOS-FILE
           END-IF
           IF WS-PPO-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO PAGO POSITIVO: "
                  "pago_positivo.txt STATUS " WS-PPO-STATUS
              STOP RUN
           END-IF
           MOVE WS-ANIO-CORRIDA TO REC-FECHA-ANIO
           MOVE WS-MES-CORRIDA  TO REC-FECHA-MES
           MOVE WS-DIA-CORRIDA  TO REC-FECHA-DIA
           MOVE WS-DIA-CORRIDA  TO CHI-FECHA-DIA
           PERFORM CARGAR-TASAS
           PERFORM CARGAR-DEPARTAMENTOS
           IF WS-TIPO-CORRIDA = 'E'
              PERFORM CARGAR-PAGOS-EXTRA
           ELSE
              PERFORM CARGAR-TARJETAS
           END-IF
           PERFORM CARGAR-ORDENES-DEDUCCION
           IF WS-TIPO-CORRIDA = 'R'
              PERFORM LEER-CONTROL-ANTERIOR
           END-IF.

       PEDIR-TIPO-CORRIDA.
           DISPLAY "Tipo de corrida (R=regular, E=extraordinaria):"
           ACCEPT WS-TIPO-CORRIDA
           IF WS-TIPO-CORRIDA NOT = 'R' AND WS-TIPO-CORRIDA NOT = 'E'
              DISPLAY "TIPO DE CORRIDA INVALIDO: " WS-TIPO-CORRIDA
                  " - CORRIDA CANCELADA"
              STOP RUN
           END-IF
           IF WS-TIPO-CORRIDA = 'E'
              MOVE "RECIBO PAGO EXTRAORD." TO REC-TITULO
              DISPLAY "*** CORRIDA EXTRAORDINARIA: SIN TARJETAS, "
                  "PAGOS DE pagos_extraordinarios.txt ***"
           END-IF.

       CARGAR-ORDENES-DEDUCCION.
           MOVE 'Y' TO EOF-OOR
           OPEN INPUT ORDDED-FILE
           EVALUATE TRUE
              WHEN WS-ORD-STATUS = "35"
                     "ordenes_deduccion.txt STATUS " WS-ORD-STATUS
                 STOP RUN
              WHEN OTHER
              CLOSE ORDDED-FILE
              SORT SORT-ORDENES
                  ON ASCENDING KEY SRT-ORD-EMP-ID
                  WITH DUPLICATES IN ORDER
                  USING ORDDED-FILE
                  GIVING ORDDED-ORDEN
              OPEN INPUT ORDDED-ORDEN
              IF WS-OOR-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ORDENES CLASIFICADAS: "
                     "ordenes_orden.tmp STATUS " WS-OOR-STATUS
                 STOP RUN
              END-IF
              OPEN OUTPUT ORDDED-NUEVO
              IF WS-ONV-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO ordenes_deduccion.tmp "
                     "STATUS " WS-ONV-STATUS
                 STOP RUN
              END-IF
              MOVE 'S' TO WS-ORD-HAY
              MOVE 'N' TO EOF-OOR
              PERFORM LEER-ORDEN-DEDUCCION
              DISPLAY "ORDENES DE DEDUCCION CLASIFICADAS POR EMPLEADO "
                  "(NETO PROTEGIDO " WS-NETO-PROTEGIDO ")"
           END-EVALUATE.

       LEER-ORDEN-DEDUCCION.
           READ ORDDED-ORDEN
              AT END MOVE 'Y' TO EOF-OOR
           END-READ.

       CARGAR-ORDENES-EMPLEADO.
           MOVE 0 TO WS-NUM-ORD
           PERFORM UNTIL EOF-OOR = 'Y' OR OOR-EMP-ID NOT < EMP-ID
              PERFORM PASAR-ORDEN-SIN-EMPLEADO
           END-PERFORM
           PERFORM UNTIL EOF-OOR = 'Y' OR OOR-EMP-ID NOT = EMP-ID
              MOVE OOR-REG TO ORD-REG
              PERFORM GUARDAR-ORDEN-DEDUCCION
              PERFORM LEER-ORDEN-DEDUCCION
           END-PERFORM
           ADD WS-NUM-ORD TO WS-ORD-LEIDAS.

       PASAR-ORDEN-SIN-EMPLEADO.
           DISPLAY "ORDEN DE DEDUCCION SIN EMPLEADO EN EL MAESTRO: "
               OOR-EMP-ID " TIPO " OOR-TIPO " - SE CONSERVA"
           ADD 1 TO WS-ORD-LEIDAS
           WRITE ORDNVO-REG FROM OOR-REG
           PERFORM LEER-ORDEN-DEDUCCION.

       GUARDAR-ORDEN-DEDUCCION.
           IF WS-NUM-ORD < 20
              ADD 1 TO WS-NUM-ORD
              MOVE ORD-EMP-ID    TO WS-ORD-EMP-ID(WS-NUM-ORD)
              MOVE ORD-TIPO      TO WS-ORD-TIPO(WS-NUM-ORD)
              MOVE ORD-ESTADO    TO WS-ORD-ESTADO(WS-NUM-ORD)
              MOVE 0             TO WS-ORD-APLICADO(WS-NUM-ORD)
           ELSE
              DISPLAY "MAS DE 20 ORDENES DE DEDUCCION PARA EL EMPLEADO "
                  ORD-EMP-ID " - CORRIDA CANCELADA"
              STOP RUN
           END-IF.

       GRABAR-ORDENES-EMPLEADO.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
               UNTIL WS-IDX-ORD > WS-NUM-ORD
              MOVE WS-ORD-EMP-ID(WS-IDX-ORD) TO ORD-EMP-ID
              MOVE WS-ORD-TIPO(WS-IDX-ORD)   TO ORD-TIPO
              MOVE WS-ORD-METODO(WS-IDX-ORD) TO ORD-METODO
              MOVE WS-ORD-MONTO(WS-IDX-ORD)  TO ORD-MONTO
              MOVE WS-ORD-PORC(WS-IDX-ORD)   TO ORD-PORC
              MOVE WS-ORD-PRIO(WS-IDX-ORD)   TO ORD-PRIORIDAD
              MOVE WS-ORD-SALDO(WS-IDX-ORD)  TO ORD-SALDO
              MOVE WS-ORD-ESTADO(WS-IDX-ORD) TO ORD-ESTADO
              WRITE ORDNVO-REG FROM ORD-REG
           END-PERFORM.

       CARGAR-DEPARTAMENTOS.
           MOVE 'N' TO EOF-DEP
           OPEN INPUT DEPTOS-FILE
              MOVE 0 TO WS-DEP-DEDUC(WS-NUM-DEP)
              MOVE 0 TO WS-DEP-NETO(WS-NUM-DEP)
           ELSE
              DISPLAY "TABLA DE DEPARTAMENTOS LLENA (50) EN "
                  DEP-CODIGO " - CORRIDA CANCELADA"
              STOP RUN
           END-IF.

       RESOLVER-PERIODO.
                 NOT AT END
                    IF WS-FECHA-CORRIDA-NUM >= CAL-FECHA-INI
                       AND WS-FECHA-CORRIDA-NUM <= CAL-FECHA-FIN
                       AND CAL-TIPO NOT = 'E'
                       MOVE CAL-PERIODO TO WS-PERIODO-ACT
                       MOVE CAL-FECHA-FIN TO WS-PERIODO-FIN
                       MOVE CAL-ESTADO  TO WS-PERIODO-ESTADO
                    END-IF
              END-READ
                  WS-FECHA-CORRIDA-NUM " - CORRIDA CANCELADA"
              STOP RUN
           END-IF
           MOVE 'S' TO WS-PERIODO-EN-CAL
           DISPLAY "PERIODO DE PAGO: " WS-PERIODO-ACT
           PERFORM CONFIRMAR-PERIODO-PAGADO.

       RESOLVER-PERIODO-EXTRA.
           DISPLAY "Periodo extraordinario (AAAANN, consecutivo 61-99):"
           ACCEPT WS-PERIODO-ACT
           IF WS-PERIODO-ANIO NOT = WS-ANIO-CORRIDA
              OR WS-PERIODO-NUM < 61
              DISPLAY "PERIODO EXTRAORDINARIO INVALIDO: " WS-PERIODO-ACT
                  " (DEBE SER " WS-ANIO-CORRIDA "61 A "
                  WS-ANIO-CORRIDA "99) - CORRIDA CANCELADA"
              STOP RUN
           END-IF
           MOVE 'N'   TO EOF-CAL
           MOVE 'N'   TO WS-PERIODO-EN-CAL
           MOVE SPACE TO WS-PERIODO-ESTADO
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS = "35"
              DISPLAY "ARCHIVO DE CALENDARIO NO EXISTE: calendario.txt"
              STOP RUN
           END-IF
           IF WS-CAL-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO CALENDARIO: calendario.txt "
                  "STATUS " WS-CAL-STATUS
              STOP RUN
           END-IF
           PERFORM UNTIL EOF-CAL = 'Y'
              READ CALENDARIO-FILE
                 AT END MOVE 'Y' TO EOF-CAL
                 NOT AT END
                    IF CAL-PERIODO = WS-PERIODO-ACT
                       MOVE 'S'        TO WS-PERIODO-EN-CAL
                       MOVE CAL-ESTADO TO WS-PERIODO-ESTADO
                       MOVE CAL-TIPO   TO WS-PERIODO-TIPO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CALENDARIO-FILE
           IF WS-PERIODO-EN-CAL = 'S' AND WS-PERIODO-TIPO NOT = 'E'
              DISPLAY "EL PERIODO " WS-PERIODO-ACT
                  " ES UN PERIODO REGULAR DEL CALENDARIO - "
                  "CORRIDA CANCELADA"
              STOP RUN
           END-IF
           DISPLAY "PERIODO EXTRAORDINARIO: " WS-PERIODO-ACT
           PERFORM CONFIRMAR-PERIODO-PAGADO.

       CONFIRMAR-PERIODO-PAGADO.
           IF WS-PERIODO-ESTADO = 'P'
              DISPLAY "*** EL PERIODO " WS-PERIODO-ACT
                  " YA ESTA MARCADO COMO PAGADO ***"
                 DISPLAY "CORRIDA CANCELADA POR PERIODO YA PAGADO"
                 STOP RUN
              END-IF
              DISPLAY "LA CORRIDA FORZADA REQUIERE FIRMA DE SUPERVISOR"
              PERFORM IDENTIFICAR-OPERADOR
              MOVE WS-PERIODO-ACT    TO AUF-PERIODO
              MOVE WS-PERIODO-ESTADO TO AUF-ESTADO
              MOVE WS-TIPO-CORRIDA   TO AUF-TIPO
              MOVE SPACES            TO AUF-LEYENDA
              MOVE WS-AUD-FORZADA    TO AUD-ANTES
              MOVE WS-PERIODO-ACT    TO AUD-CLAVE
              IF WS-OPE-OK = 'S' AND WS-OPE-NIVEL < 2
                 DISPLAY "NIVEL INSUFICIENTE: SE REQUIERE SUPERVISOR"
                 MOVE "NEG"            TO AUD-ACCION
                 MOVE "FORZADA RECHAZADA" TO AUF-LEYENDA
                 MOVE WS-AUD-FORZADA   TO AUD-DESPUES
                 PERFORM ANOTAR-AUDITORIA
              END-IF
              IF WS-OPE-OK NOT = 'S' OR WS-OPE-NIVEL < 2
                 DISPLAY "CORRIDA CANCELADA POR PERIODO YA PAGADO"
                 STOP RUN
              END-IF
              MOVE "FZA"             TO AUD-ACCION
              MOVE "FORZADA AUTORIZADA" TO AUF-LEYENDA
              MOVE WS-AUD-FORZADA    TO AUD-DESPUES
              PERFORM ANOTAR-AUDITORIA
              DISPLAY "*** CORRIDA FORZADA POR " WS-OPE-ID-ENT
                  " SOBRE PERIODO PAGADO ***"
           END-IF
           MOVE WS-PERIODO-ACT TO REC-PERIODO.

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
           MOVE "NOMINA"      TO AUD-PROGRAMA
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

       MARCAR-PERIODO-PAGADO.
           MOVE 'N' TO EOF-CAL
           OPEN INPUT CALENDARIO-FILE
                       WRITE CALNVO-REG FROM CAL-REG
                 END-READ
              END-PERFORM
              IF WS-PERIODO-EN-CAL = 'N'
                 MOVE WS-PERIODO-ACT       TO CAL-PERIODO
                 MOVE WS-FECHA-CORRIDA-NUM TO CAL-FECHA-INI
                 MOVE WS-FECHA-CORRIDA-NUM TO CAL-FECHA-FIN
                 MOVE 'P'                  TO CAL-ESTADO
                 MOVE 'E'                  TO CAL-TIPO
                 WRITE CALNVO-REG FROM CAL-REG
              END-IF
              CLOSE CALENDARIO-FILE
              CLOSE CALENDARIO-NUEVO
              CALL "CBL_RENAME_FILE" USING WS-CAL-TEMPORAL
                    MOVE TAS-PORC
                        TO WS-TRAMO-PORC(WS-NUM-TRAMOS)
                 ELSE
                    DISPLAY "TABLA DE TRAMOS LLENA (10) - CORRIDA "
                        "CANCELADA"
                    STOP RUN
                 END-IF
              WHEN 'S'
                 MOVE TAS-PORC   TO WS-SS-PORC
                 MOVE TAS-PORC   TO WS-SMP-PORC
              WHEN 'N'
                 MOVE TAS-LIMITE TO WS-NETO-PROTEGIDO
              WHEN 'V'
                 MOVE TAS-PORC   TO WS-VAC-TASA
                 MOVE TAS-LIMITE TO WS-VAC-TOPE
              WHEN 'E'
                 MOVE TAS-PORC   TO WS-ENF-TASA
                 MOVE TAS-LIMITE TO WS-ENF-TOPE
              WHEN OTHER
                 DISPLAY "TIPO DE TASA INVALIDO: " TAS-TIPO
           END-EVALUATE.
           END-IF
           MOVE "EMPLEADO FECHA      HORAS MOTIVO" TO EXCEP-TAR-LINEA
           WRITE EXCEP-TAR-LINEA
           SORT SORT-TARJETAS
               ON ASCENDING KEY SRT-TAR-EMP-ID SRT-TAR-FECHA
                  SRT-TAR-TIPO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LEER-TARJETAS
               GIVING TARJETAS-ORDEN
           IF WS-NUM-TAR = 0
              DISPLAY "ARCHIVO DE TARJETAS SIN TARJETAS VALIDAS: "
                  "tarjetas.txt"
              CLOSE EXCEP-TAR-FILE
              STOP RUN
           END-IF
           MOVE 'N' TO EOF-TOR
           OPEN INPUT TARJETAS-ORDEN
           IF WS-TOR-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO TARJETAS CLASIFICADAS: "
                  "tarjetas_orden.tmp STATUS " WS-TOR-STATUS
              STOP RUN
           END-IF
           PERFORM LEER-TARJETA-ORDEN.

       LEER-TARJETAS.
           PERFORM UNTIL EOF-TAR = 'Y'
              READ TARJETAS-FILE
                 AT END MOVE 'Y' TO EOF-TAR
                 NOT AT END PERFORM GUARDAR-TARJETA
              END-READ
           END-PERFORM
           CLOSE TARJETAS-FILE.

       GUARDAR-TARJETA.
           IF TAR-TIPO = SPACE
              MOVE 'T' TO TAR-TIPO
           END-IF
           EVALUATE TRUE
              WHEN TAR-PERIODO NOT = WS-PERIODO-ACT
                 ADD 1 TO WS-TAR-RECHAZADAS
                 MOVE "PERIODO INCORRECTO" TO EXT-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-TARJETA
              WHEN TAR-TIPO NOT = 'T' AND TAR-TIPO NOT = 'V'
                  AND TAR-TIPO NOT = 'E'
                 ADD 1 TO WS-TAR-RECHAZADAS
                 MOVE "TIPO DE TARJETA INVALIDO" TO EXT-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-TARJETA
              WHEN OTHER
                 PERFORM VALIDAR-TARJETA
           END-EVALUATE.

       VALIDAR-TARJETA.
           IF TAR-HORAS = 0 OR TAR-HORAS > 168
              MOVE "HORAS INVALIDAS (1-168)" TO EXT-MOTIVO
              PERFORM ANOTAR-EXCEPCION-TARJETA
           ELSE
              ADD 1 TO WS-NUM-TAR
              RELEASE SRT-TAR-REG FROM TAR-REG
           END-IF.

       ANOTAR-EXCEPCION-TARJETA.
           MOVE TAR-HORAS  TO EXT-HORAS
           WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET.

       LEER-TARJETA-ORDEN.
           READ TARJETAS-ORDEN
              AT END MOVE 'Y' TO EOF-TOR
           END-READ.

       EDITAR-TARJETAS-EMPLEADO.
           MOVE 0 TO WS-SUMA-HORAS
           MOVE 0 TO WS-HORAS-VAC
           MOVE 0 TO WS-HORAS-ENF
           MOVE 0 TO WS-LIC-PEDIDO-VAC
           MOVE 0 TO WS-LIC-PEDIDO-ENF
           PERFORM LEER-SALDO-LICENCIAS
           PERFORM UNTIL EOF-TOR = 'Y' OR TOR-EMP-ID NOT < EMP-ID
              PERFORM REPORTAR-TARJETA-HUERFANA
              PERFORM LEER-TARJETA-ORDEN
           END-PERFORM
           PERFORM UNTIL EOF-TOR = 'Y' OR TOR-EMP-ID NOT = EMP-ID
              PERFORM EDITAR-TARJETA
              PERFORM LEER-TARJETA-ORDEN
           END-PERFORM
           MOVE EMP-ID        TO EXT-EMP-ID
           MOVE 0             TO EXT-FECHA
                    MOVE "EMPLEADO DADO DE BAJA" TO EXT-MOTIVO
                    WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET
                 END-IF
                 IF WS-LIC-DISP-VAC > 0
                    MOVE WS-LIC-DISP-VAC TO EXT-HORAS
                    MOVE "VACACIONES PEND. DE FINIQUITO"
                        TO EXT-MOTIVO
                    WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET
                 END-IF
              WHEN WS-SUMA-HORAS = 0
                 ADD 1 TO WS-EMP-SIN-TARJETA
                 MOVE "SIN TARJETA DEL PERIODO" TO EXT-MOTIVO
                 WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET
           END-EVALUATE.

       EDITAR-TARJETA.
           MOVE TOR-EMP-ID TO EXT-EMP-ID
           MOVE TOR-FECHA  TO EXT-FECHA
           MOVE TOR-HORAS  TO EXT-HORAS
           IF TOR-EMP-ID = WS-TAR-ANT-EMP-ID
              AND TOR-FECHA = WS-TAR-ANT-FECHA
              AND TOR-TIPO = WS-TAR-ANT-TIPO
              ADD 1 TO WS-TAR-RECHAZADAS
              SUBTRACT 1 FROM WS-NUM-TAR
              MOVE "TARJETA DUPLICADA" TO EXT-MOTIVO
              WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET
           ELSE
              MOVE TOR-EMP-ID TO WS-TAR-ANT-EMP-ID
              MOVE TOR-FECHA  TO WS-TAR-ANT-FECHA
              MOVE TOR-TIPO   TO WS-TAR-ANT-TIPO
              MOVE 'S' TO WS-TAR-ACEPTADA
              IF EMP-ESTADO NOT = 'T'
                 PERFORM VALIDAR-SALDO-LICENCIA
              END-IF
              IF WS-TAR-ACEPTADA = 'S'
                 ADD TOR-HORAS TO WS-SUMA-HORAS
                 EVALUATE TOR-TIPO
                    WHEN 'V'
                       ADD TOR-HORAS TO WS-HORAS-VAC
                    WHEN 'E'
                       ADD TOR-HORAS TO WS-HORAS-ENF
                 END-EVALUATE
              END-IF
           END-IF.

       VALIDAR-SALDO-LICENCIA.
           EVALUATE TOR-TIPO
              WHEN 'V'
                 IF WS-LIC-PEDIDO-VAC + TOR-HORAS > WS-LIC-DISP-VAC
                    MOVE "VACACIONES EXCEDEN EL SALDO" TO EXT-MOTIVO
                    PERFORM RECHAZAR-TARJETA-LICENCIA
                 ELSE
                    ADD TOR-HORAS TO WS-LIC-PEDIDO-VAC
                 END-IF
              WHEN 'E'
                 IF WS-LIC-PEDIDO-ENF + TOR-HORAS > WS-LIC-DISP-ENF
                    MOVE "ENFERMEDAD EXCEDE EL SALDO" TO EXT-MOTIVO
                    PERFORM RECHAZAR-TARJETA-LICENCIA
                 ELSE
                    ADD TOR-HORAS TO WS-LIC-PEDIDO-ENF
                 END-IF
           END-EVALUATE.

       RECHAZAR-TARJETA-LICENCIA.
           ADD 1 TO WS-TAR-RECHAZADAS
           MOVE 'N' TO WS-TAR-ACEPTADA
           WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET.

       LEER-SALDO-LICENCIAS.
           MOVE EMP-ID TO LIC-EMP-ID
           READ LICENCIAS-FILE
              INVALID KEY
                 MOVE 'N'    TO WS-LIC-EXISTE
                 MOVE EMP-ID TO LIC-EMP-ID
                 MOVE 0      TO LIC-SALDO-VAC
                 MOVE 0      TO LIC-SALDO-ENF
                 MOVE 0      TO LIC-ULT-PERIODO
              NOT INVALID KEY
                 MOVE 'S'    TO WS-LIC-EXISTE
           END-READ
           MOVE LIC-SALDO-VAC TO WS-LIC-DISP-VAC
           MOVE LIC-SALDO-ENF TO WS-LIC-DISP-ENF.

       REPORTAR-TARJETA-HUERFANA.
           MOVE TOR-EMP-ID             TO EXT-EMP-ID
           MOVE TOR-FECHA              TO EXT-FECHA
           MOVE TOR-HORAS              TO EXT-HORAS
           MOVE "EMPLEADO DESCONOCIDO" TO EXT-MOTIVO
           WRITE EXCEP-TAR-LINEA FROM WS-EXCEP-TAR-DET.

       CERRAR-TARJETAS.
           PERFORM UNTIL EOF-TOR = 'Y'
              PERFORM REPORTAR-TARJETA-HUERFANA
              PERFORM LEER-TARJETA-ORDEN
           END-PERFORM
           CLOSE TARJETAS-ORDEN
           CLOSE EXCEP-TAR-FILE
           DISPLAY "EDICION DE TARJETAS: " WS-NUM-TAR " CARGADAS, "
               WS-TAR-RECHAZADAS " RECHAZADAS, "
               WS-EMP-SIN-TARJETA " EMPLEADOS SIN TARJETA"
           DISPLAY "EXCEPCIONES DE TARJETAS: excepciones_tarjetas.txt".

       CARGAR-CAMBIOS-SALARIO.
           MOVE 'N' TO EOF-SAL
           OPEN INPUT SALARIOS-FILE
           EVALUATE TRUE
              WHEN WS-SAL-STATUS = "35"
                 CONTINUE
              WHEN WS-SAL-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO HISTORIAL DE SALARIOS: "
                     "historial_salarios.txt STATUS " WS-SAL-STATUS
                 STOP RUN
              WHEN OTHER
              PERFORM UNTIL EOF-SAL = 'Y'
                 READ SALARIOS-FILE
                    AT END MOVE 'Y' TO EOF-SAL
                    NOT AT END
                       IF SAL-ESTADO = 'P'
                          PERFORM GUARDAR-CAMBIO-SALARIO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALARIOS-FILE
              IF WS-NUM-SAL > 0
                 DISPLAY "CAMBIOS DE SALARIO PENDIENTES: " WS-NUM-SAL
                 PERFORM CALCULAR-RETRO-HISTORIA
              END-IF
           END-EVALUATE.

       GUARDAR-CAMBIO-SALARIO.
           IF WS-NUM-SAL NOT < 100
              DISPLAY "TABLA DE CAMBIOS DE SALARIO LLENA EN EMPLEADO "
                  SAL-EMP-ID " - CORRIDA CANCELADA"
              CLOSE SALARIOS-FILE
              STOP RUN
           END-IF
           ADD 1 TO WS-NUM-SAL
           MOVE SAL-EMP-ID      TO WS-SAL-EMP-ID(WS-NUM-SAL)
           MOVE SAL-FECHA-EFECT TO WS-SAL-EFECT(WS-NUM-SAL)
           MOVE SAL-ANTERIOR    TO WS-SAL-ANTERIOR(WS-NUM-SAL)
           MOVE SAL-NUEVO       TO WS-SAL-NUEVO(WS-NUM-SAL)
           MOVE 0               TO WS-SAL-RETRO(WS-NUM-SAL)
           MOVE 0               TO WS-SAL-PER-DESDE(WS-NUM-SAL)
           MOVE 0               TO WS-SAL-PER-HASTA(WS-NUM-SAL)
           MOVE 'N'             TO WS-SAL-APLICAR(WS-NUM-SAL)
           IF SAL-FECHA-EFECT > WS-PERIODO-FIN
              MOVE 'S' TO WS-SAL-FUTURO(WS-NUM-SAL)
           ELSE
              MOVE 'N' TO WS-SAL-FUTURO(WS-NUM-SAL)
           END-IF.

       CALCULAR-RETRO-HISTORIA.
           OPEN INPUT HISTORIA-FILE
           EVALUATE TRUE
              WHEN WS-HIS-STATUS = "35"
                 CONTINUE
              WHEN WS-HIS-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO HISTORIAL DE PAGOS: "
                     "historia_nomina.txt STATUS " WS-HIS-STATUS
                 STOP RUN
              WHEN OTHER
              PERFORM UNTIL EOF-HIS = 'Y'
                 READ HISTORIA-FILE
                    AT END MOVE 'Y' TO EOF-HIS
                    NOT AT END
                       IF HIS-TIPO NOT = 'E' AND HIS-TIPO NOT = 'T'
                          AND HIS-PERIODO NOT = WS-PERIODO-ACT
                          PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                              UNTIL WS-IDX-SAL > WS-NUM-SAL
                             PERFORM ACUMULAR-RETRO-PAGO
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORIA-FILE
           END-EVALUATE
           PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
               UNTIL WS-IDX-SAL > WS-NUM-SAL
              IF WS-SAL-FUTURO(WS-IDX-SAL) = 'N'
                 IF WS-SAL-RETRO(WS-IDX-SAL) = 0
                    MOVE 'S' TO WS-SAL-APLICAR(WS-IDX-SAL)
                 ELSE
                    DISPLAY "RETROACTIVO EMPLEADO "
                        WS-SAL-EMP-ID(WS-IDX-SAL) " PERIODOS "
                        WS-SAL-PER-DESDE(WS-IDX-SAL) " A "
                        WS-SAL-PER-HASTA(WS-IDX-SAL) ": "
                        WS-SAL-RETRO(WS-IDX-SAL)
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULAR-RETRO-PAGO.
           IF HIS-SALARIO NOT NUMERIC OR HIS-SALARIO = 0
              MOVE WS-SAL-ANTERIOR(WS-IDX-SAL) TO WS-SAL-PAGADO
           ELSE
              MOVE HIS-SALARIO TO WS-SAL-PAGADO
           END-IF
           IF WS-SAL-EMP-ID(WS-IDX-SAL) = HIS-EMP-ID
              AND WS-SAL-FUTURO(WS-IDX-SAL) = 'N'
              AND HIS-FECHA >= WS-SAL-EFECT(WS-IDX-SAL)
              AND WS-SAL-PAGADO < WS-SAL-NUEVO(WS-IDX-SAL)
              AND WS-SAL-NUEVO(WS-IDX-SAL) > WS-SAL-ANTERIOR(WS-IDX-SAL)
              COMPUTE WS-SAL-RETRO(WS-IDX-SAL) ROUNDED =
                  WS-SAL-RETRO(WS-IDX-SAL)
                  + HIS-BRUTO * (WS-SAL-NUEVO(WS-IDX-SAL)
                  - WS-SAL-ANTERIOR(WS-IDX-SAL)) / WS-SAL-PAGADO
                 ON SIZE ERROR
                    DISPLAY "*** RETROACTIVO FUERA DE RANGO, EMPLEADO "
                        HIS-EMP-ID " PERIODO " HIS-PERIODO " ***"
              END-COMPUTE
              IF WS-SAL-PER-DESDE(WS-IDX-SAL) = 0
                 OR HIS-PERIODO < WS-SAL-PER-DESDE(WS-IDX-SAL)
                 MOVE HIS-PERIODO TO WS-SAL-PER-DESDE(WS-IDX-SAL)
              END-IF
              IF HIS-PERIODO > WS-SAL-PER-HASTA(WS-IDX-SAL)
                 MOVE HIS-PERIODO TO WS-SAL-PER-HASTA(WS-IDX-SAL)
              END-IF
           END-IF.

       APLICAR-SALARIO-VIGENTE.
           PERFORM VARYING WS-IDX-SAL FROM WS-NUM-SAL BY -1
               UNTIL WS-IDX-SAL < 1
              IF WS-SAL-EMP-ID(WS-IDX-SAL) = EMP-ID
                 AND WS-SAL-FUTURO(WS-IDX-SAL) = 'S'
                 MOVE WS-SAL-ANTERIOR(WS-IDX-SAL) TO SALARIO
              END-IF
           END-PERFORM.

       CALCULAR-RETROACTIVO.
           INITIALIZE WS-RETROACTIVO
           PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
               UNTIL WS-IDX-SAL > WS-NUM-SAL
              IF WS-SAL-EMP-ID(WS-IDX-SAL) = EMP-ID
                 AND WS-SAL-FUTURO(WS-IDX-SAL) = 'N'
                 AND WS-SAL-RETRO(WS-IDX-SAL) > 0
                 ADD WS-SAL-RETRO(WS-IDX-SAL) TO WS-RET-BRUTO
                    ON SIZE ERROR
                       MOVE 999999.99 TO WS-RET-BRUTO
                 END-ADD
                 MOVE 'S' TO WS-SAL-APLICAR(WS-IDX-SAL)
                 MOVE WS-SAL-NUEVO(WS-IDX-SAL) TO WS-RET-SALARIO
                 IF WS-RET-PER-DESDE = 0
                    OR WS-SAL-PER-DESDE(WS-IDX-SAL) < WS-RET-PER-DESDE
                    MOVE WS-SAL-PER-DESDE(WS-IDX-SAL)
                        TO WS-RET-PER-DESDE
                 END-IF
                 IF WS-SAL-PER-HASTA(WS-IDX-SAL) > WS-RET-PER-HASTA
                    MOVE WS-SAL-PER-HASTA(WS-IDX-SAL)
                        TO WS-RET-PER-HASTA
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RET-BRUTO > 0
              PERFORM CALCULAR-DEDUCCIONES-RETRO
           END-IF.

       CALCULAR-DEDUCCIONES-RETRO.
           MOVE WS-BRUTO         TO WS-REG-BRUTO
           MOVE DED-IMPUESTO     TO WS-REG-IMPUESTO
           MOVE DED-SEGSOCIAL    TO WS-REG-SEGSOCIAL
           MOVE DED-SEGMEDICO    TO WS-REG-SEGMEDICO
           MOVE WS-APO-SEGSOCIAL TO WS-REG-APO-SS
           MOVE WS-APO-SEGMEDICO TO WS-REG-APO-SM
           ADD WS-BRUTO          TO WS-YTD-BRUTO-PREV
           MOVE WS-RET-BRUTO     TO WS-BRUTO
           PERFORM CALCULAR-IMPUESTO
           PERFORM CALCULAR-SEGSOCIAL
           PERFORM CALCULAR-SEGMEDICO
           PERFORM CALCULAR-APORTACIONES
           MOVE DED-IMPUESTO     TO WS-RET-IMPUESTO
           MOVE DED-SEGSOCIAL    TO WS-RET-SEGSOCIAL
           MOVE DED-SEGMEDICO    TO WS-RET-SEGMEDICO
           MOVE WS-APO-SEGSOCIAL TO WS-RET-APO-SS
           MOVE WS-APO-SEGMEDICO TO WS-RET-APO-SM
           MOVE WS-REG-BRUTO     TO WS-BRUTO
           MOVE WS-REG-IMPUESTO  TO DED-IMPUESTO
           MOVE WS-REG-SEGSOCIAL TO DED-SEGSOCIAL
           MOVE WS-REG-SEGMEDICO TO DED-SEGMEDICO
           MOVE WS-REG-APO-SS    TO WS-APO-SEGSOCIAL
           MOVE WS-REG-APO-SM    TO WS-APO-SEGMEDICO
           COMPUTE WS-RET-DEDUC = WS-RET-IMPUESTO + WS-RET-SEGSOCIAL
               + WS-RET-SEGMEDICO
           IF WS-RET-DEDUC > WS-RET-BRUTO
              MOVE 0 TO WS-RET-NETO
           ELSE
              COMPUTE WS-RET-NETO ROUNDED = WS-RET-BRUTO - WS-RET-DEDUC
           END-IF.

       GRABAR-CAMBIOS-SALARIO.
           MOVE 'N' TO EOF-SAL
           MOVE 0   TO WS-NUM-SAL-PEND
           OPEN INPUT SALARIOS-FILE
           IF WS-SAL-STATUS NOT = "00"
              DISPLAY "ERROR REABRIENDO HISTORIAL DE SALARIOS: "
                  "historial_salarios.txt STATUS " WS-SAL-STATUS
           ELSE
              OPEN OUTPUT SALARIOS-NUEVO
              PERFORM UNTIL EOF-SAL = 'Y'
                 READ SALARIOS-FILE
                    AT END MOVE 'Y' TO EOF-SAL
                    NOT AT END
                       IF SAL-ESTADO = 'P'
                          ADD 1 TO WS-NUM-SAL-PEND
                          IF WS-SAL-APLICAR(WS-NUM-SAL-PEND) = 'S'
                             MOVE 'A'            TO SAL-ESTADO
                             MOVE WS-PERIODO-ACT TO SAL-PERIODO-RETRO
                          END-IF
                       END-IF
                       WRITE SALNVO-REG FROM SAL-REG
                 END-READ
              END-PERFORM
              CLOSE SALARIOS-FILE
              CLOSE SALARIOS-NUEVO
              CALL "CBL_RENAME_FILE" USING WS-SAL-TEMPORAL
                  WS-SAL-MAESTRO
                 RETURNING WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 DISPLAY "*** ERROR RENOMBRANDO " WS-SAL-TEMPORAL
                     " A " WS-SAL-MAESTRO ", CODIGO " WS-RENAME-RC
                     " ***"
              ELSE
                 DISPLAY "CAMBIOS DE SALARIO ACTUALIZADOS: "
                     "historial_salarios.txt"
              END-IF
           END-IF.

       CARGAR-PAGOS-EXTRA.
           MOVE 'N' TO EOF-PEX
           OPEN INPUT PAGOEXT-FILE
           IF WS-PEX-STATUS = "35"
              DISPLAY "ARCHIVO DE PAGOS EXTRAORDINARIOS NO EXISTE: "
                  "pagos_extraordinarios.txt"
              STOP RUN
           END-IF
           IF WS-PEX-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO PAGOS EXTRAORDINARIOS: "
                  "pagos_extraordinarios.txt STATUS " WS-PEX-STATUS
              STOP RUN
           END-IF
           OPEN OUTPUT EXCEP-PEX-FILE
           IF WS-EXP-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO EXCEPCIONES DE PAGOS: "
                  "excepciones_extraordinarios.txt STATUS "
                  WS-EXP-STATUS
              STOP RUN
           END-IF
           MOVE "EMPLEADO C     IMPORTE  MOTIVO" TO EXCEP-PEX-LINEA
           WRITE EXCEP-PEX-LINEA
           SORT SORT-PAGOS
               ON ASCENDING KEY SRT-PEX-EMP-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS LEER-PAGOS-EXTRA
               GIVING PAGOEXT-ORDEN
           IF WS-NUM-PEX = 0
              DISPLAY "ARCHIVO DE PAGOS EXTRAORDINARIOS SIN RENGLONES "
                  "VALIDOS: pagos_extraordinarios.txt"
              CLOSE EXCEP-PEX-FILE
              STOP RUN
           END-IF
           MOVE 'N' TO EOF-POR
           OPEN INPUT PAGOEXT-ORDEN
           IF WS-POR-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO PAGOS CLASIFICADOS: "
                  "pagos_orden.tmp STATUS " WS-POR-STATUS
              STOP RUN
           END-IF
           PERFORM LEER-PAGO-ORDEN.

       LEER-PAGOS-EXTRA.
           PERFORM UNTIL EOF-PEX = 'Y'
              READ PAGOEXT-FILE
                 AT END MOVE 'Y' TO EOF-PEX
                 NOT AT END PERFORM GUARDAR-PAGO-EXTRA
              END-READ
           END-PERFORM
           CLOSE PAGOEXT-FILE.

       GUARDAR-PAGO-EXTRA.
           EVALUATE TRUE
              WHEN PEX-PERIODO NOT = WS-PERIODO-ACT
                 MOVE "PERIODO INCORRECTO" TO EXP-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-PAGO
              WHEN PEX-CONCEPTO NOT = 'A' AND PEX-CONCEPTO NOT = 'I'
                  AND PEX-CONCEPTO NOT = 'V' AND PEX-CONCEPTO NOT = 'F'
                  AND PEX-CONCEPTO NOT = 'O'
                 MOVE "CONCEPTO INVALIDO" TO EXP-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-PAGO
              WHEN PEX-IMPORTE NOT NUMERIC
                 MOVE 0 TO PEX-IMPORTE
                 MOVE "IMPORTE INVALIDO" TO EXP-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-PAGO
              WHEN PEX-IMPORTE = 0
                 MOVE "IMPORTE INVALIDO" TO EXP-MOTIVO
                 PERFORM ANOTAR-EXCEPCION-PAGO
              WHEN OTHER
                 ADD 1 TO WS-NUM-PEX
                 RELEASE SRT-PEX-REG FROM PEX-REG
           END-EVALUATE.

       ANOTAR-EXCEPCION-PAGO.
           ADD 1 TO WS-PEX-RECHAZADOS
           MOVE PEX-EMP-ID   TO EXP-EMP-ID
           MOVE PEX-CONCEPTO TO EXP-CONCEPTO
           MOVE PEX-IMPORTE  TO EXP-IMPORTE
           WRITE EXCEP-PEX-LINEA FROM WS-EXCEP-PEX-DET.

       LEER-PAGO-ORDEN.
           READ PAGOEXT-ORDEN
              AT END MOVE 'Y' TO EOF-POR
           END-READ.

       REPORTAR-PAGO-HUERFANO.
           ADD 1 TO WS-PEX-RECHAZADOS
           MOVE POR-EMP-ID             TO EXP-EMP-ID
           MOVE POR-CONCEPTO           TO EXP-CONCEPTO
           MOVE POR-IMPORTE            TO EXP-IMPORTE
           MOVE "EMPLEADO DESCONOCIDO" TO EXP-MOTIVO
           WRITE EXCEP-PEX-LINEA FROM WS-EXCEP-PEX-DET.

       CERRAR-PAGOS-EXTRA.
           PERFORM UNTIL EOF-POR = 'Y'
              PERFORM REPORTAR-PAGO-HUERFANO
              PERFORM LEER-PAGO-ORDEN
           END-PERFORM
           CLOSE PAGOEXT-ORDEN
           CLOSE EXCEP-PEX-FILE
           DISPLAY "EDICION DE PAGOS EXTRAORDINARIOS: " WS-NUM-PEX
               " CARGADOS, " WS-PEX-RECHAZADOS " RECHAZADOS"
           DISPLAY "EXCEPCIONES DE PAGOS: "
               "excepciones_extraordinarios.txt".

       SUMAR-PAGOS-EMPLEADO.
           MOVE 0 TO WS-PAGO-AGUINALDO WS-PAGO-INCENTIVO
               WS-PAGO-VACACIONES WS-PAGO-INDEMNIZ WS-PAGO-OTROS
               WS-PAGO-EXTRAORD
           PERFORM UNTIL EOF-POR = 'Y' OR POR-EMP-ID NOT < EMP-ID
              PERFORM REPORTAR-PAGO-HUERFANO
              PERFORM LEER-PAGO-ORDEN
           END-PERFORM
           PERFORM UNTIL EOF-POR = 'Y' OR POR-EMP-ID NOT = EMP-ID
              EVALUATE POR-CONCEPTO
                 WHEN 'A'
                    ADD POR-IMPORTE TO WS-PAGO-AGUINALDO
                 WHEN 'I'
                    ADD POR-IMPORTE TO WS-PAGO-INCENTIVO
                 WHEN 'V'
                    ADD POR-IMPORTE TO WS-PAGO-VACACIONES
                 WHEN 'F'
                    ADD POR-IMPORTE TO WS-PAGO-INDEMNIZ
                 WHEN OTHER
                    ADD POR-IMPORTE TO WS-PAGO-OTROS
              END-EVALUATE
              ADD POR-IMPORTE TO WS-PAGO-EXTRAORD
              PERFORM LEER-PAGO-ORDEN
           END-PERFORM
           IF WS-PAGO-EXTRAORD = 0
              MOVE 'N' TO WS-PAGOS-OK
           ELSE
              MOVE 'S' TO WS-PAGOS-OK
           END-IF.

       SUMAR-HORAS-EMPLEADO.
           IF WS-SUMA-HORAS = 0 OR WS-SUMA-HORAS > 168
              MOVE 'N' TO WS-HORAS-OK
              MOVE 0   TO WS-HORAS-TRAB
              MOVE 0   TO WS-HORAS-VAC
              MOVE 0   TO WS-HORAS-ENF
           ELSE
              MOVE 'S' TO WS-HORAS-OK
              COMPUTE WS-HORAS-TRAB = WS-SUMA-HORAS - WS-HORAS-VAC
                  - WS-HORAS-ENF
           END-IF.

       VERIFICAR-CORRIDA-INCOMPLETA.
                 END-SUBTRACT
                 REWRITE YTD-REG
                 ADD 1 TO WS-RETROCEDIDOS
           END-READ
           IF BIT-VAC-USO > 0 OR BIT-VAC-ACUM > 0
              OR BIT-ENF-USO > 0 OR BIT-ENF-ACUM > 0
              PERFORM RETROCEDER-LICENCIAS
           END-IF.

       RETROCEDER-LICENCIAS.
           MOVE BIT-EMP-ID TO LIC-EMP-ID
           READ LICENCIAS-FILE
              INVALID KEY
                 DISPLAY "*** RETROCESO: SIN SALDO DE LICENCIA PARA "
                     "EMPLEADO " BIT-EMP-ID ", RENGLON OMITIDO ***"
              NOT INVALID KEY
                 COMPUTE LIC-SALDO-VAC = LIC-SALDO-VAC + BIT-VAC-USO
                     - BIT-VAC-ACUM
                    ON SIZE ERROR MOVE 0 TO LIC-SALDO-VAC
                 END-COMPUTE
                 COMPUTE LIC-SALDO-ENF = LIC-SALDO-ENF + BIT-ENF-USO
                     - BIT-ENF-ACUM
                    ON SIZE ERROR MOVE 0 TO LIC-SALDO-ENF
                 END-COMPUTE
                 MOVE BIT-LIC-PER-ANT TO LIC-ULT-PERIODO
                 REWRITE LIC-REG
           END-READ.

       LEER-CONTROL-ANTERIOR.
       CERRAR-ARCHIVOS.
           CLOSE EMPLEADOS
           CLOSE YTD-FILE
           CLOSE LICENCIAS-FILE
           CLOSE ACH-FILE
           CLOSE RECIBO-FILE
           CLOSE CHEQUES-FILE
           CLOSE REGCHQ-FILE
           CLOSE PAGOPOS-FILE
           CLOSE HISTORIA-FILE
           CLOSE BITACORA-FILE.


       PROCESAR-EMPLEADO.
           MOVE 'N' TO WS-CALC-ERROR
           INITIALIZE WS-RETROACTIVO
           IF WS-TIPO-CORRIDA = 'E'
              PERFORM CALCULAR-PAGO-EXTRAORD
           ELSE
              IF WS-NUM-SAL > 0
                 PERFORM APLICAR-SALARIO-VIGENTE
              END-IF
              PERFORM CALCULAR-PAGO-BRUTO
           END-IF
           IF WS-CALC-ERROR = 'S'
              DISPLAY EMP-NAME
                  " *** ERROR: BRUTO FUERA DE RANGO, EMPLEADO OMITIDO "
                 COMPUTE NETO ROUNDED = WS-BRUTO - DEDUCCION
              END-IF
              PERFORM APLICAR-ORDENES
              IF WS-TIPO-CORRIDA = 'R' AND WS-NUM-SAL > 0
                 PERFORM CALCULAR-RETROACTIVO
              END-IF
              COMPUTE WS-NETO-PAGO = NETO + WS-RET-NETO
              ADD 1         TO WS-TOT-EMP
              ADD WS-BRUTO  TO WS-TOT-BRUTO
              ADD DEDUCCION TO WS-TOT-DEDUC
              ADD DED-SEGMEDICO TO WS-TOT-SEGMEDICO
              ADD WS-APO-SEGSOCIAL TO WS-TOT-APO-SS
              ADD WS-APO-SEGMEDICO TO WS-TOT-APO-SM
              ADD WS-RET-BRUTO     TO WS-TOT-BRUTO
              ADD WS-RET-DEDUC     TO WS-TOT-DEDUC
              ADD WS-RET-NETO      TO WS-TOT-NETO
              ADD WS-RET-IMPUESTO  TO WS-TOT-IMPUESTO
              ADD WS-RET-SEGSOCIAL TO WS-TOT-SEGSOCIAL
              ADD WS-RET-SEGMEDICO TO WS-TOT-SEGMEDICO
              ADD WS-RET-APO-SS    TO WS-TOT-APO-SS
              ADD WS-RET-APO-SM    TO WS-TOT-APO-SM
              PERFORM ACUMULAR-DEPARTAMENTO
              DISPLAY EMP-NAME " " WS-BRUTO
                  " IMP:" DED-IMPUESTO
                  " DEDTOT:" DEDUCCION
                  " ORD:" WS-ORD-TOT-EMP
                  " NETO:" NETO
              IF WS-RET-BRUTO > 0
                 DISPLAY EMP-NAME " RETROACTIVO " WS-RET-BRUTO
                     " IMP:" WS-RET-IMPUESTO
                     " SS:" WS-RET-SEGSOCIAL
                     " SM:" WS-RET-SEGMEDICO
                     " NETO:" WS-RET-NETO
              END-IF
              PERFORM CALCULAR-MOV-LICENCIAS
              PERFORM ACTUALIZAR-YTD
              PERFORM GRABAR-LICENCIAS
              PERFORM ESCRIBIR-HISTORIA
              PERFORM ESCRIBIR-RECIBO
              IF EMP-FORMA-PAGO = 'C'
              ADD DEDUCCION TO WS-DEP-DEDUC(WS-POS-DEP)
              ADD WS-ORD-TOT-EMP TO WS-DEP-DEDUC(WS-POS-DEP)
              ADD NETO      TO WS-DEP-NETO(WS-POS-DEP)
              ADD WS-RET-BRUTO TO WS-DEP-BRUTO(WS-POS-DEP)
              ADD WS-RET-DEDUC TO WS-DEP-DEDUC(WS-POS-DEP)
              ADD WS-RET-NETO  TO WS-DEP-NETO(WS-POS-DEP)
           ELSE
              IF EMP-DEPTO NOT = SPACES
                 DISPLAY EMP-NAME
              ADD DEDUCCION TO WS-SD-DEDUC
              ADD WS-ORD-TOT-EMP TO WS-SD-DEDUC
              ADD NETO      TO WS-SD-NETO
              ADD WS-RET-BRUTO TO WS-SD-BRUTO
              ADD WS-RET-DEDUC TO WS-SD-DEDUC
              ADD WS-RET-NETO  TO WS-SD-NETO
           END-IF.

       CALCULAR-DEDUCCIONES.
                    ADD WS-ORD-CALC TO WS-TOT-ORD-PEN
                 WHEN 'R'
                    ADD WS-ORD-CALC TO WS-TOT-ORD-PRE
                 WHEN 'C'
                    ADD WS-ORD-CALC TO WS-TOT-ORD-CPR
                    PERFORM ANOTAR-ABONO-COMPRA
                 WHEN OTHER
                    ADD WS-ORD-CALC TO WS-TOT-ORD-AHO
              END-EVALUATE
              END-IF
           END-IF.

      * El descuento de una orden 'C' abona la cuenta por cobrar al
      * empleado por sus compras en el almacen; los abonos se juntan
      * en cxc_corrida.tmp y pasan a cxc_empleados.txt solo cuando
      * los saldos de las ordenes quedaron grabados.
       ANOTAR-ABONO-COMPRA.
           IF WS-CXC-ABIERTO = 'N'
              OPEN OUTPUT CXCCOR-FILE
              IF WS-CXC-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO cxc_corrida.tmp STATUS "
                     WS-CXC-STATUS
                 MOVE 'E' TO WS-CXC-ABIERTO
              ELSE
                 MOVE 'S' TO WS-CXC-ABIERTO
              END-IF
           END-IF
           IF WS-CXC-ABIERTO = 'S'
              MOVE EMP-ID               TO CXE-EMP-ID
              MOVE WS-FECHA-CORRIDA-NUM TO CXE-FECHA
              MOVE 'A'                  TO CXE-TIPO
              MOVE WS-ORD-CALC          TO CXE-IMPORTE
              MOVE WS-PERIODO-ACT       TO CXE-REFERENCIA
              WRITE CXC-COR-REG FROM CXE-REG
              ADD 1 TO WS-CXC-ABONOS
           ELSE
              DISPLAY "*** ABONO A CXC EMPLEADOS NO ANOTADO: EMPLEADO "
                  EMP-ID " IMPORTE " WS-ORD-CALC " ***"
           END-IF.

       CALCULAR-APORTACIONES.
           IF WS-SSP-TOPE > 0
              COMPUTE WS-DISPONIBLE-SS = WS-SSP-TOPE
           MOVE EMP-ID   TO REC-EMP-ID
           MOVE EMP-NAME TO REC-EMP-NAME
           WRITE RECIBO-LINEA FROM WS-RECIBO-EMPLEADO
           IF WS-TIPO-CORRIDA = 'E'
              PERFORM RECIBO-CONCEPTOS-EXTRA
           ELSE
              MOVE "PAGO NORMAL"       TO REC-ETIQUETA
              MOVE WS-PAGO-NORMAL      TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
              MOVE "PAGO HORAS EXTRA"  TO REC-ETIQUETA
              MOVE WS-PAGO-EXTRA       TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
              IF WS-HORAS-VAC > 0
                 MOVE "PAGO VACACIONES"   TO REC-ETIQUETA
                 MOVE WS-PAGO-VAC         TO REC-MONTO
                 PERFORM GRABAR-RENGLON-RECIBO
              END-IF
              IF WS-HORAS-ENF > 0
                 MOVE "PAGO ENFERMEDAD"   TO REC-ETIQUETA
                 MOVE WS-PAGO-ENF         TO REC-MONTO
                 PERFORM GRABAR-RENGLON-RECIBO
              END-IF
           END-IF
           MOVE "PAGO BRUTO"           TO REC-ETIQUETA
           MOVE WS-BRUTO               TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE DEDUCCION              TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           PERFORM RECIBO-ORDENES
           IF WS-RET-BRUTO > 0
              PERFORM RECIBO-RETROACTIVO
           END-IF
           MOVE "NETO A PAGAR"         TO REC-ETIQUETA
           MOVE WS-NETO-PAGO           TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "ACUMULADO ANUAL:"     TO RECIBO-LINEA
           WRITE RECIBO-LINEA
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  NETO ANUAL"         TO REC-ETIQUETA
           MOVE YTD-NETO               TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "LICENCIAS (HORAS):"   TO RECIBO-LINEA
           WRITE RECIBO-LINEA
           MOVE "  VACACIONES USADAS"  TO REC-ETIQUETA
           MOVE WS-USO-VAC             TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  SALDO VACACIONES"   TO REC-ETIQUETA
           MOVE LIC-SALDO-VAC          TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  ENFERMEDAD USADA"   TO REC-ETIQUETA
           MOVE WS-USO-ENF             TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  SALDO ENFERMEDAD"   TO REC-ETIQUETA
           MOVE LIC-SALDO-ENF          TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO.

       GRABAR-RENGLON-RECIBO.
           WRITE RECIBO-LINEA FROM WS-RECIBO-DET.

       RECIBO-RETROACTIVO.
           MOVE WS-RET-PER-DESDE       TO REC-RET-DESDE
           MOVE WS-RET-PER-HASTA       TO REC-RET-HASTA
           WRITE RECIBO-LINEA FROM WS-RECIBO-RETRO
           MOVE "  PAGO RETROACTIVO"   TO REC-ETIQUETA
           MOVE WS-RET-BRUTO           TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  RET. IMPUESTO"      TO REC-ETIQUETA
           MOVE WS-RET-IMPUESTO        TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  RET. SEGURO SOCIAL" TO REC-ETIQUETA
           MOVE WS-RET-SEGSOCIAL       TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  RET. SEGURO MEDICO" TO REC-ETIQUETA
           MOVE WS-RET-SEGMEDICO       TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO
           MOVE "  NETO RETROACTIVO"   TO REC-ETIQUETA
           MOVE WS-RET-NETO            TO REC-MONTO
           PERFORM GRABAR-RENGLON-RECIBO.

       RECIBO-CONCEPTOS-EXTRA.
           IF WS-PAGO-AGUINALDO > 0
              MOVE "AGUINALDO / BONO"      TO REC-ETIQUETA
              MOVE WS-PAGO-AGUINALDO       TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
           END-IF
           IF WS-PAGO-INCENTIVO > 0
              MOVE "INCENTIVO"             TO REC-ETIQUETA
              MOVE WS-PAGO-INCENTIVO       TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
           END-IF
           IF WS-PAGO-VACACIONES > 0
              MOVE "VACACIONES NO GOZADAS" TO REC-ETIQUETA
              MOVE WS-PAGO-VACACIONES      TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
           END-IF
           IF WS-PAGO-INDEMNIZ > 0
              MOVE "INDEMNIZACION"         TO REC-ETIQUETA
              MOVE WS-PAGO-INDEMNIZ        TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
           END-IF
           IF WS-PAGO-OTROS > 0
              MOVE "OTROS PAGOS"           TO REC-ETIQUETA
              MOVE WS-PAGO-OTROS           TO REC-MONTO
              PERFORM GRABAR-RENGLON-RECIBO
           END-IF.

       RECIBO-ORDENES.
           IF WS-ORD-TOT-EMP > 0
              PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                              TO REC-ETIQUETA
                       WHEN 'R'
                          MOVE "ORD. PRESTAMO" TO REC-ETIQUETA
                       WHEN 'C'
                          MOVE "ORD. COMPRAS ALMACEN"
                              TO REC-ETIQUETA
                       WHEN OTHER
                          MOVE "ORD. AHORRO"   TO REC-ETIQUETA
                    END-EVALUATE
           MOVE DED-SEGMEDICO        TO HIS-SEGMEDICO
           MOVE WS-ORD-TOT-EMP       TO HIS-ORDENES
           MOVE NETO                 TO HIS-NETO
           MOVE WS-TIPO-CORRIDA      TO HIS-TIPO
           MOVE SALARIO              TO HIS-SALARIO
           WRITE HIS-REG
           IF WS-RET-BRUTO > 0
              MOVE WS-RET-BRUTO      TO HIS-BRUTO
              MOVE WS-RET-IMPUESTO   TO HIS-IMPUESTO
              MOVE WS-RET-SEGSOCIAL  TO HIS-SEGSOCIAL
              MOVE WS-RET-SEGMEDICO  TO HIS-SEGMEDICO
              MOVE 0                 TO HIS-ORDENES
              MOVE WS-RET-NETO       TO HIS-NETO
              MOVE 'T'               TO HIS-TIPO
              MOVE WS-RET-SALARIO    TO HIS-SALARIO
              WRITE HIS-REG
           END-IF.

       ESCRIBIR-ACH.
           MOVE EMP-ID       TO ACH-EMP-ID
           MOVE BANCO-RUTA   TO ACH-RUTA
           MOVE BANCO-CUENTA TO ACH-CUENTA
           MOVE WS-NETO-PAGO   TO ACH-NETO
           MOVE WS-PERIODO-ACT TO ACH-PERIODO
           WRITE ACH-REG
           ADD WS-NETO-PAGO TO WS-TOT-NETO-ACH.

       LEER-FOLIO-CHEQUES.
           MOVE 'N' TO EOF-RCH
           MOVE WS-PROX-CHEQUE TO CHI-NUMERO
           MOVE EMP-NAME       TO CHI-NOMBRE
           MOVE EMP-ID         TO CHI-EMP-ID
           MOVE WS-NETO-PAGO   TO CHI-MONTO
           WRITE CHEQUE-LINEA FROM WS-CHEQUE-SEPARADOR
           WRITE CHEQUE-LINEA FROM WS-CHEQUE-TITULO
           WRITE CHEQUE-LINEA FROM WS-CHEQUE-BENEF
           MOVE WS-FECHA-CORRIDA-NUM TO CHQ-FECHA
           MOVE EMP-ID               TO CHQ-EMP-ID
           MOVE EMP-NAME             TO CHQ-NOMBRE
           MOVE WS-NETO-PAGO         TO CHQ-MONTO
           MOVE 'E'                  TO CHQ-ESTADO
           MOVE 0                    TO CHQ-FECHA-COBRO
           WRITE CHQ-REG
           MOVE 'I'                  TO PPO-TIPO
           MOVE CHQ-NUMERO           TO PPO-NUMERO
           MOVE CHQ-FECHA            TO PPO-FECHA
           MOVE CHQ-MONTO            TO PPO-MONTO
           MOVE CHQ-NOMBRE           TO PPO-BENEFICIARIO
           MOVE CHQ-EMP-ID           TO PPO-EMP-ID
           WRITE PPO-REG
           ADD 1    TO WS-PROX-CHEQUE
           ADD 1    TO WS-TOT-CHEQUES
           ADD WS-NETO-PAGO TO WS-TOT-NETO-CHQ
           DISPLAY "CHEQUE EMITIDO NO. " CHQ-NUMERO " PARA "
               EMP-NAME.

           READ YTD-FILE
              INVALID KEY
                 MOVE EMP-NAME  TO YTD-EMP-NAME
                 COMPUTE YTD-BRUTO = WS-BRUTO + WS-RET-BRUTO
                 COMPUTE YTD-DEDUC = DEDUCCION + WS-ORD-TOT-EMP
                     + WS-RET-DEDUC
                 MOVE WS-NETO-PAGO TO YTD-NETO
                 WRITE YTD-REG
              NOT INVALID KEY
                 MOVE EMP-NAME TO YTD-EMP-NAME
                 ADD WS-BRUTO  TO YTD-BRUTO
                 ADD DEDUCCION TO YTD-DEDUC
                 ADD WS-ORD-TOT-EMP TO YTD-DEDUC
                 ADD WS-NETO-PAGO TO YTD-NETO
                 ADD WS-RET-BRUTO TO YTD-BRUTO
                 ADD WS-RET-DEDUC TO YTD-DEDUC
                 REWRITE YTD-REG
           END-READ.

       ANOTAR-BITACORA.
           MOVE EMP-ID          TO BIT-EMP-ID
           MOVE WS-ANIO-CORRIDA TO BIT-ANIO
           COMPUTE BIT-BRUTO = WS-BRUTO + WS-RET-BRUTO
           COMPUTE BIT-DEDUC = DEDUCCION + WS-ORD-TOT-EMP
               + WS-RET-DEDUC
           MOVE WS-NETO-PAGO    TO BIT-NETO
           MOVE WS-USO-VAC      TO BIT-VAC-USO
           MOVE WS-ACUM-VAC     TO BIT-VAC-ACUM
           MOVE WS-USO-ENF      TO BIT-ENF-USO
           MOVE WS-ACUM-ENF     TO BIT-ENF-ACUM
           MOVE WS-LIC-PER-ANT  TO BIT-LIC-PER-ANT
           WRITE BIT-REG.

       CALCULAR-MOV-LICENCIAS.
           PERFORM LEER-SALDO-LICENCIAS
           MOVE LIC-ULT-PERIODO TO WS-LIC-PER-ANT
           MOVE 0 TO WS-USO-VAC
           MOVE 0 TO WS-USO-ENF
           MOVE 0 TO WS-ACUM-VAC
           MOVE 0 TO WS-ACUM-ENF
           IF WS-TIPO-CORRIDA = 'E'
              IF WS-PAGO-VACACIONES > 0
                 MOVE LIC-SALDO-VAC TO WS-USO-VAC
              END-IF
           ELSE
              MOVE WS-HORAS-VAC TO WS-USO-VAC
              MOVE WS-HORAS-ENF TO WS-USO-ENF
              IF LIC-ULT-PERIODO NOT = WS-PERIODO-ACT
                 MOVE WS-VAC-TASA TO WS-ACUM-VAC
                 MOVE WS-ENF-TASA TO WS-ACUM-ENF
                 IF WS-VAC-TOPE > 0
                    COMPUTE WS-LIC-CALC = WS-VAC-TOPE
                        - (LIC-SALDO-VAC - WS-USO-VAC)
                    IF WS-LIC-CALC < 0
                       MOVE 0 TO WS-LIC-CALC
                    END-IF
                    IF WS-ACUM-VAC > WS-LIC-CALC
                       MOVE WS-LIC-CALC TO WS-ACUM-VAC
                    END-IF
                 END-IF
                 IF WS-ENF-TOPE > 0
                    COMPUTE WS-LIC-CALC = WS-ENF-TOPE
                        - (LIC-SALDO-ENF - WS-USO-ENF)
                    IF WS-LIC-CALC < 0
                       MOVE 0 TO WS-LIC-CALC
                    END-IF
                    IF WS-ACUM-ENF > WS-LIC-CALC
                       MOVE WS-LIC-CALC TO WS-ACUM-ENF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       GRABAR-LICENCIAS.
           COMPUTE LIC-SALDO-VAC = LIC-SALDO-VAC - WS-USO-VAC
               + WS-ACUM-VAC
              ON SIZE ERROR MOVE 0 TO LIC-SALDO-VAC
           END-COMPUTE
           COMPUTE LIC-SALDO-ENF = LIC-SALDO-ENF - WS-USO-ENF
               + WS-ACUM-ENF
              ON SIZE ERROR MOVE 0 TO LIC-SALDO-ENF
           END-COMPUTE
           IF WS-TIPO-CORRIDA = 'R'
              MOVE WS-PERIODO-ACT TO LIC-ULT-PERIODO
           END-IF
           IF WS-LIC-EXISTE = 'S'
              REWRITE LIC-REG
           ELSE
              IF LIC-SALDO-VAC > 0 OR LIC-SALDO-ENF > 0
                 WRITE LIC-REG
              END-IF
           END-IF.

       CALCULAR-PAGO-BRUTO.
           MOVE 0 TO WS-PAGO-VAC
           MOVE 0 TO WS-PAGO-ENF
           COMPUTE WS-TARIFA-HORA ROUNDED =
               SALARIO / WS-HORAS-NORMALES
               ON SIZE ERROR
                  MOVE 'S' TO WS-CALC-ERROR
           END-COMPUTE
           IF WS-CALC-ERROR = 'N'
              COMPUTE WS-PAGO-VAC ROUNDED =
                  WS-TARIFA-HORA * WS-HORAS-VAC
                  ON SIZE ERROR
                     MOVE 'S' TO WS-CALC-ERROR
              END-COMPUTE
           END-IF
           IF WS-CALC-ERROR = 'N'
              COMPUTE WS-PAGO-ENF ROUNDED =
                  WS-TARIFA-HORA * WS-HORAS-ENF
                  ON SIZE ERROR
                     MOVE 'S' TO WS-CALC-ERROR
              END-COMPUTE
           END-IF
           IF WS-HORAS-TRAB > WS-HORAS-NORMALES
              COMPUTE WS-HORAS-EXTRA =
                  WS-HORAS-TRAB - WS-HORAS-NORMALES
              IF WS-CALC-ERROR = 'N'
                 COMPUTE WS-PAGO-NORMAL ROUNDED =
                     WS-TARIFA-HORA * WS-HORAS-NORMALES
              IF WS-CALC-ERROR = 'N'
                 COMPUTE WS-BRUTO ROUNDED =
                     WS-PAGO-NORMAL + WS-PAGO-EXTRA
                     + WS-PAGO-VAC + WS-PAGO-ENF
                     ON SIZE ERROR
                        MOVE 'S' TO WS-CALC-ERROR
                 END-COMPUTE
              END-IF
           ELSE
              MOVE 0 TO WS-HORAS-EXTRA
              MOVE 0 TO WS-PAGO-EXTRA
              COMPUTE WS-HORAS-EXCEDE = WS-HORAS-TRAB + WS-HORAS-VAC
                  + WS-HORAS-ENF - WS-HORAS-NORMALES
              IF WS-HORAS-EXCEDE < 0
                 MOVE 0 TO WS-HORAS-EXCEDE
              END-IF
              IF WS-CALC-ERROR = 'N'
                 COMPUTE WS-BRUTO ROUNDED =
                     SALARIO + WS-TARIFA-HORA * WS-HORAS-EXCEDE
                     ON SIZE ERROR
                        MOVE 'S' TO WS-CALC-ERROR
                 END-COMPUTE
              END-IF
              IF WS-CALC-ERROR = 'N'
                 COMPUTE WS-PAGO-CALC =
                     WS-BRUTO - WS-PAGO-VAC - WS-PAGO-ENF
                 IF WS-PAGO-CALC < 0
                    COMPUTE WS-BRUTO = WS-PAGO-VAC + WS-PAGO-ENF
                    MOVE 0 TO WS-PAGO-NORMAL
                 ELSE
                    MOVE WS-PAGO-CALC TO WS-PAGO-NORMAL
                 END-IF
              END-IF
           END-IF.

       CALCULAR-PAGO-EXTRAORD.
           MOVE 0 TO WS-HORAS-TRAB
           MOVE 0 TO WS-HORAS-EXTRA
           MOVE 0 TO WS-PAGO-NORMAL
           MOVE 0 TO WS-PAGO-EXTRA
           COMPUTE WS-BRUTO = WS-PAGO-EXTRAORD
              ON SIZE ERROR
                 MOVE 'S' TO WS-CALC-ERROR
           END-COMPUTE.

       IMPRIMIR-TOTALES.
           DISPLAY "-----------------------------------------------"
           DISPLAY "TOTALES DE CONTROL"
           IF WS-TOT-CHEQUES > 0
              DISPLAY "CHEQUES IMPRESOS EN: cheques.txt - REGISTRO: "
                  "registro_cheques.txt"
              DISPLAY "PAGO POSITIVO PARA EL BANCO: pago_positivo.txt"
           END-IF
           DISPLAY "SUBTOTALES POR DEPARTAMENTO:"
           PERFORM MOSTRAR-SUBTOTAL-DEPTO
           DISPLAY "ORDENES DE DEDUCCION RETENIDAS: " WS-TOT-ORDENES
           DISPLAY "APORTACION PATRONAL SS: " WS-TOT-APO-SS
           DISPLAY "APORTACION PATRONAL SM: " WS-TOT-APO-SM
           IF WS-TIPO-CORRIDA = 'E'
              DISPLAY "CORRIDA EXTRAORDINARIA: SIN COMPARACION CONTRA "
                  "control.txt, QUE NO SE ACTUALIZA"
           ELSE
              PERFORM VALIDAR-CONTROL-ANTERIOR
           END-IF
           PERFORM GRABAR-POLIZA
           PERFORM GRABAR-REMESAS
           PERFORM GRABAR-ORDENES-DEDUCCION
           IF WS-TIPO-CORRIDA = 'R' AND WS-NUM-SAL > 0
              PERFORM GRABAR-CAMBIOS-SALARIO
           END-IF
           PERFORM LIBERAR-ACH
           IF WS-TIPO-CORRIDA = 'R'
              PERFORM GRABAR-CONTROL-ACTUAL
           END-IF.

       GRABAR-ORDENES-DEDUCCION.
           IF WS-ORD-HAY = 'S'
              PERFORM UNTIL EOF-OOR = 'Y'
                 PERFORM PASAR-ORDEN-SIN-EMPLEADO
              END-PERFORM
              CLOSE ORDDED-ORDEN
              CLOSE ORDDED-NUEVO
              DISPLAY "ORDENES DE DEDUCCION PROCESADAS: " WS-ORD-LEIDAS
              CALL "CBL_RENAME_FILE" USING WS-ORD-TEMPORAL
                  WS-ORD-MAESTRO
                 RETURNING WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 DISPLAY "*** ERROR RENOMBRANDO " WS-ORD-TEMPORAL
                     " A " WS-ORD-MAESTRO ", CODIGO " WS-RENAME-RC
                     " ***"
                 IF WS-CXC-ABIERTO = 'S'
                    CLOSE CXCCOR-FILE
                    DISPLAY "*** ABONOS A CXC EMPLEADOS NO REGISTRADOS,"
                        " QUEDAN EN cxc_corrida.tmp ***"
                 END-IF
              ELSE
                 DISPLAY "SALDOS DE ORDENES DE DEDUCCION "
                     "ACTUALIZADOS: ordenes_deduccion.txt"
                 IF WS-CXC-ABIERTO = 'S'
                    PERFORM ABONAR-CXC-EMPLEADOS
                 END-IF
              END-IF
           END-IF.

       ABONAR-CXC-EMPLEADOS.
           CLOSE CXCCOR-FILE
           OPEN INPUT CXCCOR-FILE
           OPEN EXTEND CXCEMP-FILE
           IF WS-CXE-STATUS = "35"
              OPEN OUTPUT CXCEMP-FILE
              CLOSE CXCEMP-FILE
              OPEN EXTEND CXCEMP-FILE
           END-IF
           IF WS-CXC-STATUS NOT = "00" OR WS-CXE-STATUS NOT = "00"
              DISPLAY "*** ERROR ABRIENDO CXC EMPLEADOS (STATUS "
                  WS-CXC-STATUS "/" WS-CXE-STATUS "), ABONOS NO "
                  "REGISTRADOS, QUEDAN EN cxc_corrida.tmp ***"
              IF WS-CXC-STATUS = "00"
                 CLOSE CXCCOR-FILE
              END-IF
              IF WS-CXE-STATUS = "00"
                 CLOSE CXCEMP-FILE
              END-IF
           ELSE
              PERFORM UNTIL EOF-CXC = 'Y'
                 READ CXCCOR-FILE
                    AT END MOVE 'Y' TO EOF-CXC
                    NOT AT END WRITE CXE-REG FROM CXC-COR-REG
                 END-READ
              END-PERFORM
              CLOSE CXCCOR-FILE
              CLOSE CXCEMP-FILE
              DISPLAY "ABONOS A CXC EMPLEADOS REGISTRADOS: "
                  WS-CXC-ABONOS " - cxc_empleados.txt"
           END-IF.

       MOSTRAR-SUBTOTAL-DEPTO.
           IF WS-DEP-EMP(WS-IDX-DEP) > 0
              DISPLAY "  " WS-DEP-CODIGO(WS-IDX-DEP) " "
                    MOVE WS-TOT-ORD-AHO    TO POL-HABER
                    WRITE POL-REG
                 END-IF
                 IF WS-TOT-ORD-CPR > 0
                    MOVE "1140"            TO POL-CUENTA
                    MOVE "CXC EMPLEADOS - COMPRAS"
                                           TO POL-DESCRIPCION
                    MOVE 0                 TO POL-DEBE
                    MOVE WS-TOT-ORD-CPR    TO POL-HABER
                    WRITE POL-REG
                 END-IF
                 MOVE "5210"               TO POL-CUENTA
                 MOVE "APORTACION PATRONAL SS"
                                           TO POL-DESCRIPCION
