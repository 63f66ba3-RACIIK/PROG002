      *----------------------------------------------------------------*
      * VALIDAPR - UMBRALES DEL DOBLE CONTROL DE CAMBIOS DE SALARIO,   *
      *            COMPARTIDOS ENTRE EL PROGRAMA QUE RETIENE LOS       *
      *            CAMBIOS (PROG0012) Y EL QUE LOS APRUEBA (PROG0038), *
      *            PARA QUE NO SE TENGAN QUE MANTENER EN MAS DE UN     *
      *            LUGAR:                                              *
      *              - UN CAMBIO "C" SE RETIENE CUANDO LA VARIACION    *
      *                DEL SALARIO (EN MAS O EN MENOS) SUPERA EL       *
      *                PORCENTAJE O EL IMPORTE FIJADOS.                *
      *              - UN CAMBIO RETENIDO QUE SIGUE SIN DECISION MAS   *
      *                DE LOS DIAS FIJADOS SE LISTA COMO DEMORADO.     *
      *----------------------------------------------------------------*
       01  WS-LIMITES-APROBACION.
           05 WS-APR-PORCENTAJE    PIC 9(03)V99 VALUE 15.00.
           05 WS-APR-IMPORTE       PIC 9(07)V99 VALUE 25000.00.
           05 WS-APR-DIAS-DEMORA   PIC 9(03)    VALUE 5.
