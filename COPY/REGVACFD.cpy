      *            LO ACREDITA MENSUALMENTE PROG0031 SEGUN LA BANDA    *
      *            DE ANTIGUEDAD, LO DEBITA PROG0032 CON LAS           *
      *            TRANSACCIONES DE LICENCIAS TOMADAS Y LO LISTA       *
      *            PROG0033. EN UNA BAJA PROG0012 LIQUIDA EL SALDO     *
      *            (LIQFINAL, COPYBOOK REGLIQFD) Y BORRA EL REGISTRO.  *
      *            EL ULTIMO PERIODO ACREDITADO (AAAAMM)               *
      *            ES LA GUARDA CONTRA UNA DOBLE ACREDITACION DEL      *
      *            MISMO MES. EL SALDO VA CON SIGNO: UNA LICENCIA      *
      *            PUEDE DEJARLO NEGATIVO Y EL REPORTE LO MARCA.       *
