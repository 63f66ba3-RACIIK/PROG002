      *                PROG0019: MENOS DE 1, 1 A 5, 5 A 10, 10 O MAS). *
      *              - TOPE DE ARRASTRE: SALDO MAXIMO QUE SE PUEDE     *
      *                ACUMULAR SIN QUE EL REPORTE LO MARQUE.          *
      *              - DIAS DEL MES PARA EL VALOR DIARIO DEL SALARIO   *
      *                CON QUE PROG0012 LIQUIDA EL SALDO EN UNA BAJA.  *
      *----------------------------------------------------------------*
       01  WS-REGLAS-VACACIONES.
           05 WS-DIAS-MES-BANDAS.
           05 WS-DIAS-MES-BANDAS-R REDEFINES WS-DIAS-MES-BANDAS.
              10 WS-DIAS-MES-BANDA PIC 9(01)V99 OCCURS 4 TIMES.
           05 WS-TOPE-ARRASTRE     PIC 9(03)V99 VALUE 30.00.
           05 WS-DIAS-MES-LIQUIDA  PIC 9(02)    VALUE 30.
