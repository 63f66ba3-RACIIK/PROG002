      *----------------------------------------------------------------*
      * REGRHIFD - DESGLOSE DEL REGISTRO DEL HISTORICO DE PAGOS        *
      *            RETROACTIVOS (RETROHIS), INDEXADO POR EMPLEADO,     *
      *            FECHA DE VIGENCIA DEL CAMBIO, CICLO Y SALARIO       *
      *            NUEVO. PROG0044 GRABA CADA DIFERENCIA QUE ENVIA EN  *
      *            RETROPAG CON ESTADO "E" (ENVIADO) Y NO VUELVE A     *
      *            ENVIAR UNA CLAVE QUE YA ESTA AQUI, PARA QUE NINGUNA *
      *            DIFERENCIA SE PAGUE DOS VECES. PROG0020 LA PASA A   *
      *            "C" (CONCILIADO) CUANDO EL RETORNO DE NOMINA TRAE   *
      *            EL PAGO CON LA DIFERENCIA INCLUIDA.                 *
      *----------------------------------------------------------------*
       01  REG-RETROHIS-DET.
           05 RTH-CLAVE.
              10 RTH-NUMERO-EMP     PIC 9(05).
              10 RTH-FECHA-EFECT    PIC 9(08).
              10 RTH-CICLO          PIC 9(06).
              10 RTH-SALARIO-NVO    PIC 9(07)V99.
           05 RTH-SALARIO-ANT       PIC 9(07)V99.
           05 RTH-FECHA-CICLO       PIC 9(08).
           05 RTH-DEPTO             PIC 9(03).
           05 RTH-IMPORTE           PIC 9(07)V99.
           05 RTH-TIPO              PIC X(01).
              88 RTH-ES-PAGO                    VALUE "P".
              88 RTH-ES-RECUPERO                VALUE "R".
           05 RTH-ESTADO            PIC X(01).
              88 RTH-ENVIADO                    VALUE "E".
              88 RTH-CONCILIADO                 VALUE "C".
           05 RTH-FECHA-ENVIO       PIC 9(08).
           05 RTH-FECHA-CONC        PIC 9(08).
           05 FILLER                PIC X(05).
