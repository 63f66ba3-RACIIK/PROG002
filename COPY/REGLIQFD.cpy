      *----------------------------------------------------------------*
      * REGLIQFD - REGISTRO DE LIQUIDACION FINAL POR BAJA (LIQFINAL),  *
      *            NOVEDAD PARA EL PROCESADOR DE NOMINA. LO GRABA      *
      *            PROG0012 AL APLICAR UNA BAJA ("D") DE UN EMPLEADO   *
      *            ACTIVO: LOS DIAS DE VACACIONES DEL SALDO QUE        *
      *            CIERRA EN SALDOVAC, EL VALOR DEL DIA (SALARIO DEL   *
      *            MAESTRO SOBRE LOS DIAS DEL MES DE VALIDVAC), EL     *
      *            IMPORTE RESULTANTE Y LO PAGADO EN EL ANIO SEGUN     *
      *            ACUMPAG. EL IMPORTE VA SIN SIGNO: LIQ-TIPO DICE SI  *
      *            ES A PAGAR ("P"), A RECUPERAR POR SALDO NEGATIVO    *
      *            ("R") O SI NO HAY NADA QUE LIQUIDAR ("N"). LOS      *
      *            DIAS ACREDITADOS/TOMADOS/SALDO SON LA IMAGEN DEL    *
      *            SALDO CERRADO, QUE DEJA DE EXISTIR EN SALDOVAC.     *
      *----------------------------------------------------------------*
       01  REG-LIQFINAL.
           05 LIQ-NUMERO-EMP        PIC 9(05).
           05 LIQ-NOMBRE-EMP        PIC X(30).
           05 LIQ-DEPTO-EMP         PIC 9(03).
           05 LIQ-FECHA-BAJA        PIC 9(08).
           05 LIQ-DIAS-ACREDITADOS  PIC 9(03)V99.
           05 LIQ-DIAS-TOMADOS      PIC 9(03)V99.
           05 LIQ-DIAS-SALDO        PIC S9(03)V99.
           05 LIQ-SALARIO           PIC 9(07)V99.
           05 LIQ-VALOR-DIA         PIC 9(07)V99.
           05 LIQ-IMPORTE           PIC 9(09)V99.
           05 LIQ-TIPO              PIC X(01).
              88 LIQ-ES-PAGO                    VALUE "P".
              88 LIQ-ES-RECUPERO                VALUE "R".
              88 LIQ-SIN-IMPORTE                VALUE "N".
           05 LIQ-ANIO-ACUM         PIC 9(04).
           05 LIQ-PAGADO-ANIO       PIC 9(09)V99.
           05 LIQ-USUARIO           PIC X(08).
           05 FILLER                PIC X(06).
