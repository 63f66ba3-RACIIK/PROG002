      *----------------------------------------------------------------*
      * REGAHIFD - REGISTRO DEL HISTORICO ANUAL DE PAGOS (ACUMHIST).   *
      *            EN EL CIERRE ANUAL PROG0043 COPIA AQUI, UNA VEZ POR *
      *            EMPLEADO Y ANIO, EL ACUMULADOR FINAL DE ACUMPAG     *
      *            (COPYBOOK REGACUFD) ANTES DE QUE PROG0036 LO        *
      *            REINICIE CON EL PRIMER CICLO DEL ANIO SIGUIENTE.    *
      *            ES UN ARCHIVO PERMANENTE: SOLO SE LE AGREGA.        *
      *----------------------------------------------------------------*
       01  REG-ACUMHIST.
           05 AHI-NUMERO-EMP        PIC 9(05).
           05 AHI-ANIO              PIC 9(04).
           05 AHI-IMPORTE-PAGADO    PIC 9(09)V99.
           05 AHI-CANT-CICLOS       PIC 9(03).
           05 AHI-ULT-FECHA-PAGO    PIC 9(08).
           05 AHI-FECHA-CIERRE      PIC 9(08).
           05 FILLER                PIC X(11).
