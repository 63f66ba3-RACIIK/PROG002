      *----------------------------------------------------------------*
      * REGRPGFD - REGISTRO DE LA NOVEDAD DE PAGO RETROACTIVO          *
      *            (RETROPAG) QUE PROG0044 ENVIA AL PROCESADOR DE      *
      *            NOMINA: UNO POR EMPLEADO, CAMBIO DE SALARIO Y       *
      *            CICLO YA PAGADO CON EL SALARIO ANTERIOR. EL IMPORTE *
      *            ES LA DIFERENCIA ENTRE EL SALARIO NUEVO Y EL        *
      *            ANTERIOR, SIN SIGNO: RPG-TIPO DICE SI ES A PAGAR    *
      *            ("P", AUMENTO) O A RECUPERAR ("R", REBAJA).         *
      *----------------------------------------------------------------*
       01  REG-RETROPAG.
           05 RPG-NUMERO-EMP        PIC 9(05).
           05 RPG-CICLO             PIC 9(06).
           05 RPG-FECHA-CICLO       PIC 9(08).
           05 RPG-FECHA-EFECT       PIC 9(08).
           05 RPG-SALARIO-ANT       PIC 9(07)V99.
           05 RPG-SALARIO-NVO       PIC 9(07)V99.
           05 RPG-IMPORTE           PIC 9(07)V99.
           05 RPG-TIPO              PIC X(01).
              88 RPG-ES-PAGO                    VALUE "P".
              88 RPG-ES-RECUPERO                VALUE "R".
           05 FILLER                PIC X(05).
