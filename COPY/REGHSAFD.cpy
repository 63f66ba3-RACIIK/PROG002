      *            CON EL PROGRAMA DE ORIGEN Y EL USUARIO. EN UN ALTA  *
      *            EL SALARIO ANTERIOR VA EN CERO. EL ARCHIVO SE ABRE  *
      *            EN EXTEND PARA QUE CADA CORRIDA ACUMULE.            *
      *            HSA-USUARIO-APR ES EL SEGUNDO USUARIO QUE APROBO EL *
      *            CAMBIO RETENIDO POR DOBLE CONTROL (PROG0038); EN    *
      *            BLANCO CUANDO EL CAMBIO NO NECESITO APROBACION.     *
      *----------------------------------------------------------------*
       01  REG-HISTSAL.
           05 HSA-NUMERO-EMP        PIC 9(05).
           05 HSA-SALARIO-NVO       PIC 9(07)V99.
           05 HSA-PROGRAMA          PIC X(08).
           05 HSA-USUARIO           PIC X(08).
           05 HSA-USUARIO-APR       PIC X(08).
