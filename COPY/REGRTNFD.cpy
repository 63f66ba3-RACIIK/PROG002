      *----------------------------------------------------------------*
      * REGRTNFD - REGISTRO DEL ARCHIVO DE CAMBIOS DE SALARIO          *
      *            RETENIDOS PARA DOBLE CONTROL (RETENSAL), COMPARTIDO *
      *            ENTRE EL PROGRAMA QUE LOS RETIENE (PROG0012) Y EL   *
      *            QUE LOS LIBERA O RECHAZA (PROG0038).                *
      *            UN CAMBIO "C" CUYA VARIACION DE SALARIO SUPERA LOS  *
      *            UMBRALES DE VALIDAPR APLICA EN EL MOMENTO NOMBRE,   *
      *            STATUS Y DEPARTAMENTO, PERO EL SALARIO Y EL PUESTO  *
      *            QUEDAN RETENIDOS: SE GRABA AQUI CON LA FECHA Y HORA *
      *            DE LA RETENCION (QUE, JUNTO CON EL NUMERO DE        *
      *            EMPLEADO, LO IDENTIFICAN), LA IMAGEN COMPLETA DEL   *
      *            MAESTRO QUE QUEDO AL RETENERLO Y LA TRANSACCION     *
      *            COMPLETA DE 75 POSICIONES (REGMNTFD), QUE TRAE EL   *
      *            USUARIO QUE LA CARGO. SI AL LIBERARLO EL MAESTRO YA *
      *            NO COINCIDE CON LA IMAGEN, EL CAMBIO SE DESCARTA.   *
      *----------------------------------------------------------------*
       01  REG-RETENSAL.
           05 RTN-FECHA-RETEN       PIC 9(08).
           05 RTN-HORA-RETEN        PIC 9(06).
           05 RTN-IMAGEN-VIGENTE    PIC X(58).
           05 RTN-IMAGEN-VIGENTE-D  REDEFINES RTN-IMAGEN-VIGENTE.
              10 FILLER             PIC X(41).
              10 RTN-SALARIO-VIGENTE
                                    PIC 9(07)V99.
              10 FILLER             PIC X(08).
           05 RTN-TRANSACCION       PIC X(75).
