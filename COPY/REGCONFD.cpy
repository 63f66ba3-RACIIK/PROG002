      *----------------------------------------------------------------*
      * REGCONFD - REGISTRO DEL MAESTRO DE CONCEPTOS FIJOS POR         *
      *            EMPLEADO (CONCEPTOS), INDEXADO POR EMPLEADO Y       *
      *            CODIGO DE CONCEPTO. CADA CONCEPTO ES UN HABER       *
      *            ("H": PREMIO FIJO, VIANDA, ETC.) O UN DESCUENTO     *
      *            ("D": CUOTA SINDICAL, PRESTAMO, ETC.), POR UN       *
      *            IMPORTE FIJO ("I") O POR UN PORCENTAJE DEL SALARIO  *
      *            ("P"), Y RIGE DESDE CON-FECHA-DESDE HASTA           *
      *            CON-FECHA-HASTA INCLUSIVE (EN CERO = SIN FECHA DE   *
      *            FIN). LO MANTIENE PROG0040 A PARTIR DE LOTES        *
      *            CONMANT, LO LEE PROG0010 PARA AGREGAR AL EXTRACTO   *
      *            DE NOMINA LOS CONCEPTOS VIGENTES A LA FECHA DE      *
      *            CORTE.                                              *
      *----------------------------------------------------------------*
       01  REG-CONCEPTOS-DET.
           05 CON-CLAVE.
              10 CON-NUMERO-EMP     PIC 9(05).
              10 CON-CODIGO         PIC 9(03).
           05 CON-DESCRIPCION       PIC X(20).
           05 CON-CLASE             PIC X(01).
              88 CON-ES-HABER                   VALUE "H".
              88 CON-ES-DESCUENTO               VALUE "D".
           05 CON-FORMA             PIC X(01).
              88 CON-ES-IMPORTE                 VALUE "I".
              88 CON-ES-PORCENTAJE              VALUE "P".
           05 CON-IMPORTE           PIC 9(07)V99.
           05 CON-PORCENTAJE        PIC 9(03)V99.
           05 CON-FECHA-DESDE       PIC 9(08).
           05 CON-FECHA-HASTA       PIC 9(08).
