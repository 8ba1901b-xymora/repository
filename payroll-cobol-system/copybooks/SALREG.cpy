      * SAL-REG - historial de cambios de salario (SALARIOS-FILE,
      * historial_salarios.txt). MANTENIMIENTO-EMPLEADOS agrega un
      * renglon cada vez que cambia SALARIO, con la fecha a partir de
      * la cual rige el nuevo salario. La siguiente corrida regular de
      * NOMINA busca en historia_nomina.txt los pagos regulares con
      * HIS-FECHA igual o posterior a SAL-FECHA-EFECT hechos con un
      * salario menor a SAL-NUEVO y paga la diferencia como
      * retroactivo (HIS-TIPO 'T'). Mientras SAL-FECHA-EFECT caiga
      * despues del fin del periodo en curso, NOMINA sigue pagando
      * SAL-ANTERIOR.
      * SAL-ESTADO: 'P' = pendiente, 'A' = aplicado por NOMINA en el
      *   periodo SAL-PERIODO-RETRO.
       01 SAL-REG.
           05 SAL-EMP-ID        PIC 9(5).
           05 SAL-FECHA-EFECT   PIC 9(8).
           05 SAL-ANTERIOR      PIC 9(6).
           05 SAL-NUEVO         PIC 9(6).
           05 SAL-FECHA-CAPTURA PIC 9(8).
           05 SAL-ESTADO        PIC X.
           05 SAL-PERIODO-RETRO PIC 9(6).
