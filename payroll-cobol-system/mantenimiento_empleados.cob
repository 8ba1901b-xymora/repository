       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS ASSIGN TO 'empleados.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPTOS-FILE ASSIGN TO 'departamentos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.
           SELECT SALARIOS-FILE ASSIGN TO 'historial_salarios.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT LICENCIAS-FILE ASSIGN TO 'licencias.txt'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIC-EMP-ID
               FILE STATUS IS WS-LIC-STATUS.
           SELECT OPERADORES-FILE ASSIGN TO 'operadores.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPE-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO 'auditoria.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS.
           COPY EMPREG.

       FD DEPTOS-FILE.
           COPY DEPREG.

       FD SALARIOS-FILE.
           COPY SALREG.

       FD LICENCIAS-FILE.
           COPY LICREG.

       FD OPERADORES-FILE.
           COPY OPEREG.

       FD AUDITORIA-FILE.
           COPY AUDREG.

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS      PIC XX.
       01 OPCION-MANT        PIC 9 VALUE 0.
       01 FIN-MANT           PIC X VALUE 'N'.
       01 WS-ENCONTRADO      PIC X VALUE 'N'.
       01 WS-CAMPO-OK        PIC X VALUE 'N'.
       01 WS-ID-BUSCADO      PIC 9(5).
           05 WS-DEP OCCURS 50.
              10 WS-DEP-CODIGO   PIC X(3).
              10 WS-DEP-NOMBRE   PIC X(20).
       01 WS-LIC-STATUS      PIC XX.
       01 WS-SAL-STATUS      PIC XX.
       01 WS-SALARIO-ANT     PIC 9(6).
       01 WS-CAMBIO-SALARIO  PIC X VALUE 'N'.
       01 WS-FECHA-EFECT     PIC 9(8).
       01 WS-FECHA-EFECT-R REDEFINES WS-FECHA-EFECT.
           05 WS-EFECT-ANIO  PIC 9(4).
           05 WS-EFECT-MES   PIC 9(2).
           05 WS-EFECT-DIA   PIC 9(2).
       01 WS-FECHA-HOY       PIC 9(8).
       01 WS-HORAS-SEMANA    PIC 9(3) VALUE 40.
       01 WS-TARIFA-HORA     PIC 9(6)V99.
       01 WS-IMPORTE-VAC     PIC 9(7)V99.
       01 WS-IMPORTE-VAC-ED  PIC Z,ZZZ,ZZ9.99.
       01 WS-HORAS-VAC-ED    PIC Z,ZZ9.99.
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
       01 WS-EMP-ANTES       PIC X(86).
       01 WS-EMP-DESPUES     PIC X(86).
       01 WS-RUTA-ANT        PIC 9(9).
       01 WS-CUENTA-ANT      PIC X(17).
       01 WS-CAMBIO-BANCO    PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       INICIO-PROGRAMA.
           PERFORM IDENTIFICAR-OPERADOR
           IF WS-OPE-OK NOT = 'S'
              DISPLAY "ACCESO DENEGADO"
              STOP RUN
           END-IF
           PERFORM CARGAR-DEPARTAMENTOS.

       INICIO-MANT.
              DISPLAY "EL EMPLEADO YA EXISTE"
           ELSE
              MOVE WS-ID-BUSCADO TO EMP-ID
              IF WS-OPE-NIVEL >= 2
                 PERFORM CAPTURAR-DATOS-EMPLEADO
              ELSE
                 PERFORM CAPTURAR-ALTA-SIN-BANCO
              END-IF
              PERFORM GRABAR-EMPLEADO-NUEVO
           END-IF.

       VERIFICAR-ID-EXISTE.
           MOVE 'N' TO WS-ENCONTRADO
           OPEN INPUT EMPLEADOS
           IF WS-EMP-STATUS = "35"
              CONTINUE
           ELSE
              MOVE WS-ID-BUSCADO TO EMP-ID
              READ EMPLEADOS
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'S' TO WS-ENCONTRADO
              END-READ
              CLOSE EMPLEADOS
           END-IF.

           MOVE 0   TO DED-SEGMEDICO
           MOVE 0   TO DEDUCCION
           MOVE 'A' TO EMP-ESTADO
           OPEN I-O EMPLEADOS
           IF WS-EMP-STATUS = "35"
              OPEN OUTPUT EMPLEADOS
              CLOSE EMPLEADOS
              OPEN I-O EMPLEADOS
           END-IF
           IF WS-EMP-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO EMPLEADOS, STATUS " WS-EMP-STATUS
           ELSE
              WRITE EMP-REG
                 INVALID KEY
                    DISPLAY "EL EMPLEADO YA EXISTE"
                 NOT INVALID KEY
                    MOVE EMP-REG TO WS-EMP-DESPUES
                    DISPLAY "EMPLEADO AGREGADO"
                    MOVE "ALT"          TO AUD-ACCION
                    MOVE WS-ID-BUSCADO  TO AUD-CLAVE
                    MOVE SPACES         TO AUD-ANTES
                    MOVE WS-EMP-DESPUES TO AUD-DESPUES
                    PERFORM ANOTAR-AUDITORIA
              END-WRITE
              CLOSE EMPLEADOS
           END-IF.

       ACTUALIZAR-EMPLEADO.
           PERFORM PEDIR-ID
           MOVE 'N' TO WS-CAMBIO-SALARIO
           MOVE 'N' TO WS-CAMBIO-BANCO
           OPEN I-O EMPLEADOS
           EVALUATE TRUE
              WHEN WS-EMP-STATUS = "35"
                 DISPLAY "ARCHIVO DE EMPLEADOS NO EXISTE"
              WHEN WS-EMP-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO EMPLEADOS, STATUS "
                     WS-EMP-STATUS
              WHEN OTHER
              MOVE WS-ID-BUSCADO TO EMP-ID
              READ EMPLEADOS
                 INVALID KEY
                    DISPLAY "EMPLEADO NO ENCONTRADO"
                 NOT INVALID KEY
                    PERFORM ACTUALIZAR-REGISTRO
              END-READ
              CLOSE EMPLEADOS
           END-EVALUATE.

       ACTUALIZAR-REGISTRO.
           DISPLAY "Nombre actual: " EMP-NAME
           MOVE SALARIO TO WS-SALARIO-ANT
           MOVE BANCO-RUTA   TO WS-RUTA-ANT
           MOVE BANCO-CUENTA TO WS-CUENTA-ANT
           MOVE EMP-REG TO WS-EMP-ANTES
           IF WS-OPE-NIVEL >= 2
              PERFORM CAPTURAR-DATOS-EMPLEADO
           ELSE
              PERFORM CAPTURAR-DATOS-SIN-BANCO
           END-IF
           MOVE EMP-REG TO WS-EMP-DESPUES
           IF BANCO-RUTA NOT = WS-RUTA-ANT
              OR BANCO-CUENTA NOT = WS-CUENTA-ANT
              MOVE 'S' TO WS-CAMBIO-BANCO
           END-IF
           IF SALARIO NOT = WS-SALARIO-ANT
              MOVE 'S' TO WS-CAMBIO-SALARIO
              PERFORM PEDIR-FECHA-EFECTIVA
              MOVE EMP-ID         TO SAL-EMP-ID
              MOVE WS-FECHA-EFECT TO SAL-FECHA-EFECT
              MOVE WS-SALARIO-ANT TO SAL-ANTERIOR
              MOVE SALARIO        TO SAL-NUEVO
           END-IF
           REWRITE EMP-REG
              INVALID KEY
                 DISPLAY "ERROR ACTUALIZANDO EMPLEADO, STATUS "
                     WS-EMP-STATUS
              NOT INVALID KEY
                 DISPLAY "EMPLEADO ACTUALIZADO"
                 IF WS-CAMBIO-SALARIO = 'S'
                    PERFORM GRABAR-CAMBIO-SALARIO
                 END-IF
                 PERFORM AUDITAR-ACTUALIZACION
           END-REWRITE.

       DAR-BAJA-EMPLEADO.
           PERFORM PEDIR-ID
           OPEN I-O EMPLEADOS
           EVALUATE TRUE
              WHEN WS-EMP-STATUS = "35"
                 DISPLAY "ARCHIVO DE EMPLEADOS NO EXISTE"
              WHEN WS-EMP-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO EMPLEADOS, STATUS "
                     WS-EMP-STATUS
              WHEN OTHER
              MOVE WS-ID-BUSCADO TO EMP-ID
              READ EMPLEADOS
                 INVALID KEY
                    DISPLAY "EMPLEADO NO ENCONTRADO"
                 NOT INVALID KEY
                    PERFORM DAR-BAJA-REGISTRO
              END-READ
              CLOSE EMPLEADOS
           END-EVALUATE.

       DAR-BAJA-REGISTRO.
           IF EMP-ESTADO = 'T'
              DISPLAY "EL EMPLEADO YA ESTA DADO DE BAJA"
           ELSE
              MOVE EMP-REG TO WS-EMP-ANTES
              MOVE 'T' TO EMP-ESTADO
              MOVE EMP-REG TO WS-EMP-DESPUES
              REWRITE EMP-REG
                 INVALID KEY
                    DISPLAY "ERROR ACTUALIZANDO EMPLEADO, STATUS "
                        WS-EMP-STATUS
                 NOT INVALID KEY
                    DISPLAY "EMPLEADO DADO DE BAJA: " EMP-NAME
                    PERFORM MOSTRAR-VACACIONES-PENDIENTES
                    MOVE "BAJ"          TO AUD-ACCION
                    MOVE WS-ID-BUSCADO  TO AUD-CLAVE
                    MOVE WS-EMP-ANTES   TO AUD-ANTES
                    MOVE WS-EMP-DESPUES TO AUD-DESPUES
                    PERFORM ANOTAR-AUDITORIA
              END-REWRITE
           END-IF.

       CAPTURAR-ALTA-SIN-BANCO.
           PERFORM PEDIR-NOMBRE
           PERFORM PEDIR-SALARIO
           MOVE 0 TO HORAS
           PERFORM PEDIR-DEPTO
           MOVE 0      TO BANCO-RUTA
           MOVE SPACES TO BANCO-CUENTA
           MOVE 'C'    TO EMP-FORMA-PAGO
           DISPLAY "ALTA SIN DATOS BANCARIOS: SE PAGA CON CHEQUE HASTA "
               "QUE UN SUPERVISOR LOS CAPTURE".

       CAPTURAR-DATOS-SIN-BANCO.
           PERFORM PEDIR-NOMBRE
           PERFORM PEDIR-SALARIO
           MOVE 0 TO HORAS
           PERFORM PEDIR-DEPTO
           DISPLAY "DATOS BANCARIOS SIN CAMBIO: SU CAMBIO REQUIERE "
               "FIRMA DE SUPERVISOR".

       AUDITAR-ACTUALIZACION.
           MOVE WS-ID-BUSCADO  TO AUD-CLAVE
           MOVE WS-EMP-ANTES   TO AUD-ANTES
           MOVE WS-EMP-DESPUES TO AUD-DESPUES
           IF WS-CAMBIO-SALARIO = 'S'
              MOVE "SAL" TO AUD-ACCION
              PERFORM ANOTAR-AUDITORIA
           END-IF
           IF WS-CAMBIO-BANCO = 'S'
              MOVE "BCO" TO AUD-ACCION
              PERFORM ANOTAR-AUDITORIA
           END-IF
           IF WS-CAMBIO-SALARIO = 'N' AND WS-CAMBIO-BANCO = 'N'
              AND WS-EMP-ANTES NOT = WS-EMP-DESPUES
              MOVE "MOD" TO AUD-ACCION
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
           MOVE "MANTENIMIENTO-EMPLEADOS" TO AUD-PROGRAMA
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

       PEDIR-FECHA-EFECTIVA.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
              DISPLAY "Fecha efectiva del nuevo salario (AAAAMMDD):"
              ACCEPT WS-ENTRADA
              PERFORM VALIDAR-ENTRADA-NUM
              IF WS-CAMPO-OK = 'S'
                 IF WS-LARGO-ENT NOT = 8
                    DISPLAY "LA FECHA DEBE TENER 8 DIGITOS"
                    MOVE 'N' TO WS-CAMPO-OK
                 ELSE
                    MOVE WS-VALOR-ENT TO WS-FECHA-EFECT
                    IF WS-EFECT-MES < 1 OR WS-EFECT-MES > 12
                       OR WS-EFECT-DIA < 1 OR WS-EFECT-DIA > 31
                       DISPLAY "FECHA INVALIDA"
                       MOVE 'N' TO WS-CAMPO-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       GRABAR-CAMBIO-SALARIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO SAL-FECHA-CAPTURA
           MOVE 'P'          TO SAL-ESTADO
           MOVE 0            TO SAL-PERIODO-RETRO
           OPEN EXTEND SALARIOS-FILE
           IF WS-SAL-STATUS = "35"
              OPEN OUTPUT SALARIOS-FILE
              CLOSE SALARIOS-FILE
              OPEN EXTEND SALARIOS-FILE
           END-IF
           IF WS-SAL-STATUS NOT = "00"
              DISPLAY "ERROR ABRIENDO HISTORIAL DE SALARIOS, STATUS "
                  WS-SAL-STATUS
           ELSE
              WRITE SAL-REG
              CLOSE SALARIOS-FILE
              DISPLAY "CAMBIO DE SALARIO REGISTRADO: " SAL-ANTERIOR
                  " A " SAL-NUEVO " EFECTIVO " SAL-FECHA-EFECT
           END-IF.

       MOSTRAR-VACACIONES-PENDIENTES.
           OPEN INPUT LICENCIAS-FILE
           EVALUATE TRUE
              WHEN WS-LIC-STATUS = "35"
                 DISPLAY "SIN SALDOS DE LICENCIA: licencias.txt"
              WHEN WS-LIC-STATUS NOT = "00"
                 DISPLAY "ERROR ABRIENDO SALDOS DE LICENCIA, STATUS "
                     WS-LIC-STATUS
              WHEN OTHER
                 MOVE EMP-ID TO LIC-EMP-ID
                 READ LICENCIAS-FILE
                    INVALID KEY
                       MOVE 0 TO LIC-SALDO-VAC
                 END-READ
                 CLOSE LICENCIAS-FILE
                 IF LIC-SALDO-VAC > 0
                    COMPUTE WS-TARIFA-HORA ROUNDED =
                        SALARIO / WS-HORAS-SEMANA
                    COMPUTE WS-IMPORTE-VAC ROUNDED =
                        WS-TARIFA-HORA * LIC-SALDO-VAC
                    MOVE LIC-SALDO-VAC  TO WS-HORAS-VAC-ED
                    MOVE WS-IMPORTE-VAC TO WS-IMPORTE-VAC-ED
                    DISPLAY "*** VACACIONES NO GOZADAS PARA FINIQUITO: "
                        WS-HORAS-VAC-ED " HORAS, IMPORTE "
                        WS-IMPORTE-VAC-ED " ***"
                    DISPLAY "PAGAR EN CORRIDA EXTRAORDINARIA CON "
                        "CONCEPTO 'V' (pagos_extraordinarios.txt)"
                 ELSE
                    DISPLAY "SIN VACACIONES PENDIENTES DE PAGO"
                 END-IF
           END-EVALUATE.

       PEDIR-ID.
           MOVE 'N' TO WS-CAMPO-OK
           PERFORM UNTIL WS-CAMPO-OK = 'S'
