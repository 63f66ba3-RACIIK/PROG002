      *----------------------------------------------------------------*
      * REGCIEFD - REGISTRO DE CONTROL DE CIERRES ANUALES (CIERRANU).  *
      *            UNO POR ANIO CERRADO, GRABADO POR PROG0043 AL       *
      *            TERMINAR BIEN EL CIERRE: UN ANIO QUE YA ESTA AQUI   *
      *            NO SE PUEDE VOLVER A CERRAR. PROG0036 LO CONSULTA   *
      *            PARA NO REINICIAR LOS ACUMULADOS DE ACUMPAG CON UN  *
      *            CICLO DE UN ANIO NUEVO MIENTRAS EL ANTERIOR NO ESTE *
      *            CERRADO (Y ARCHIVADO EN ACUMHIST). SIN NINGUN ANIO  *
      *            AQUI PROG0036 NO CONTABILIZA: AL PONER EN MARCHA EL *
      *            CONTROL SE CARGA A MANO EL ANIO ANTERIOR AL DE LOS  *
      *            CICLOS EN CURSO, CON EL RESTO DEL REGISTRO EN CEROS.*
      *----------------------------------------------------------------*
       01  REG-CIERRANU.
           05 CIE-ANIO              PIC 9(04).
           05 CIE-FECHA             PIC 9(08).
           05 CIE-HORA              PIC 9(06).
           05 CIE-PORC-AUMENTO      PIC 9(03)V99.
           05 FILLER                PIC X(07).
