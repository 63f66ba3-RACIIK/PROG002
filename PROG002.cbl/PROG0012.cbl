      *          REGISTRO EN EL MAESTRO PERO SE PONE WS-STATUS-EMP EN  *
      *          INACTIVO, PARA NO PERDER EL NUMERO DE EMPLEADO NI LA  *
      *          TRAZA HISTORICA.                                      *
      *          LA BAJA DE UN ACTIVO LIQUIDA ADEMAS SU SALDO DE       *
      *          VACACIONES: GRABA LA LIQUIDACION FINAL EN LIQFINAL    *
      *          (COPYBOOK REGLIQFD) PARA EL PROCESADOR DE NOMINA, LA  *
      *          LISTA EN LIQRPT Y BORRA EL SALDO DE SALDOVAC.         *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      *                     ABRIR NADA. EL ARCHIVO OPEROVRD (FECHA,    *
      *                     PROGRAMA, USUARIO) ES LA AUTORIZACION DEL  *
      *                     OPERADOR PARA UNA EXCEPCION GENUINA.       *
      * 15/10/2026  RAA     DOBLE CONTROL DE CAMBIOS DE SALARIO: UN    *
      *                     CAMBIO "C" CUYA VARIACION DE SALARIO       *
      *                     SUPERA EL PORCENTAJE O EL IMPORTE DE       *
      *                     VALIDAPR NO SE APLICA; SE RETIENE COMPLETO *
      *                     EN RETENSAL (COPYBOOK REGRTNFD) HASTA QUE  *
      *                     UN SEGUNDO USUARIO LO APRUEBE O RECHACE    *
      *                     CON PROG0038. LOGCAMB Y HISTSAL LLEVAN     *
      *                     AHORA EL USUARIO APROBADOR (EN BLANCO EN   *
      *                     LOS CAMBIOS DE ESTE PROGRAMA).             *
      * 15/10/2026  RAA     AVISO DE JEFATURA: CUANDO UNA BAJA O UN    *
      *                     CAMBIO QUE TRASLADA O DESACTIVA AL EMPLEADO*
      *                     LO SACA DEL DEPARTAMENTO DEL QUE ES JEFE   *
      *                     (REG-JEFE-DEP), SE AVISA POR CONSOLA SIN   *
      *                     RECHAZAR Y SE CUENTA AL FINAL.             *
      * 15/10/2026  RAA     LIQUIDACION FINAL: LA BAJA DE UN ACTIVO    *
      *                     LIQUIDA SU SALDO DE VACACIONES DE SALDOVAC *
      *                     AL VALOR DEL DIA DEL SALARIO (DIAS DEL MES *
      *                     DE VALIDVAC), CON LO PAGADO EN EL ANIO     *
      *                     SEGUN ACUMPAG; LA GRABA EN LIQFINAL        *
      *                     (COPYBOOK REGLIQFD) PARA EL PROCESADOR DE  *
      *                     NOMINA Y LA LISTA EN LIQRPT. UN SALDO      *
      *                     NEGATIVO SALE COMO RECUPERO A DESCONTAR.   *
      *                     EL SALDO LIQUIDADO SE BORRA DE SALDOVAC.   *
      * 15/10/2026  RAA     UN CAMBIO RETENIDO APLICA EN EL MOMENTO    *
      *                     NOMBRE, STATUS Y DEPARTAMENTO (CON SU      *
      *                     DOTACION Y SU AVISO DE JEFATURA) Y RETIENE *
      *                     SOLO SALARIO Y PUESTO, JUNTO CON LA IMAGEN *
      *                     DEL MAESTRO QUE QUEDA, QUE PROG0038 EXIGE  *
      *                     SIN CAMBIOS PARA LIBERARLO.                *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT LOGCAMB   ASSIGN TO UT-S-LOGCAMB.
           SELECT EXCEPMNT  ASSIGN TO UT-S-EXCEPMNT.
           SELECT HISTSAL   ASSIGN TO UT-S-HISTSAL.
           SELECT RETENSAL  ASSIGN TO UT-S-RETENSAL.
           SELECT SALDOVAC  ASSIGN TO UT-S-SALDOVAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VAC-NUMERO-EMP
               FILE STATUS IS WS-FS-SALDOVAC.
           SELECT ACUMPAG   ASSIGN TO UT-S-ACUMPAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACU-NUMERO-EMP
               FILE STATUS IS WS-FS-ACUMPAG.
           SELECT LIQFINAL  ASSIGN TO UT-S-LIQFINAL.
           SELECT LIQRPT    ASSIGN TO UT-S-LIQRPT.
           SELECT OPTIONAL PRESUP ASSIGN TO UT-S-PRESUP
               FILE STATUS IS WS-FS-PRESUP.
           SELECT OPTIONAL BITACORA ASSIGN TO UT-S-BITACORA

       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.

       FD  HISTSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTSAL.
           COPY REGHSAFD.

      *    FD RETENSAL : CAMBIOS DE SALARIO RETENIDOS POR DOBLE        *
      *    CONTROL. SE ABRE EN EXTEND PARA QUE LO RETENIDO CADA NOCHE  *
      *    SE SUME A LO QUE TODAVIA ESPERA DECISION EN PROG0038.       *
       FD  RETENSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 147 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETENSAL.
           COPY REGRTNFD.

      *    FD SALDOVAC : SALDOS DE VACACIONES. EN UNA BAJA SE LEE EL   *
      *    SALDO DEL EMPLEADO PARA LIQUIDARLO Y DESPUES SE BORRA, ASI  *
      *    PROG0031 NO LE ACREDITA MAS Y PROG0033 NO LO LISTA.         *
       FD  SALDOVAC
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SALDOVAC.
       01  REG-SALDOVAC           PIC X(26).
           COPY REGVACFD.

      *    FD ACUMPAG : ACUMULADOR DE PAGOS DEL ANIO, SOLO PARA        *
      *    INFORMAR EN LA LIQUIDACION LO YA PAGADO AL EMPLEADO.        *
       FD  ACUMPAG
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMPAG.
       01  REG-ACUMPAG            PIC X(31).
           COPY REGACUFD.

      *    FD LIQFINAL : NOVEDAD DE LIQUIDACION FINAL POR BAJA PARA    *
      *    EL PROCESADOR DE NOMINA.                                    *
       FD  LIQFINAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LIQFINAL.
           COPY REGLIQFD.

       FD  LIQRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LIQRPT.
       01  REG-LIQRPT             PIC X(100).

      *    FD PRESUP : DOTACION Y MASA SALARIAL AUTORIZADAS POR        *
      *    DEPARTAMENTO Y ANIO. SE DECLARA OPTIONAL: SIN ARCHIVO DE    *
      *    PRESUPUESTO NO HAY AVISOS DE DOTACION Y TODO SIGUE IGUAL.   *
           05 WS-CAMBIOS           PIC 9(05)    VALUE ZEROS.
           05 WS-BAJAS             PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADAS        PIC 9(05)    VALUE ZEROS.
           05 WS-RETENIDAS         PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO    PIC X(01)    VALUE "N".
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-TRANS-OK       PIC X(01)    VALUE "S".
              88 WS-TRANS-ES-VALIDA              VALUE "S".
           05 WS-SW-REQUIERE-APR   PIC X(01)    VALUE "N".
              88 WS-REQUIERE-APROBACION         VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".
           05 WS-FS-SALDOVAC       PIC X(02)    VALUE "00".
              88 WS-FS-VAC-OK                   VALUE "00".
           05 WS-FS-ACUMPAG        PIC X(02)    VALUE "00".
              88 WS-FS-ACU-OK                   VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
       01  WS-DEPTO-ANTERIOR       PIC 9(03)    VALUE ZEROS.
       01  WS-STATUS-ANTERIOR      PIC 9(01)    VALUE ZEROS.

      *    SALARIO Y PUESTO DE UN CAMBIO RETENIDO, GUARDADOS MIENTRAS *
      *    EL RESTO DEL CAMBIO SE APLICA CON LOS VIGENTES.            *
       01  WS-SALARIO-RETENIDO     PIC 9(07)V99 VALUE ZEROS.
       01  WS-PUESTO-RETENIDO      PIC 9(02)    VALUE ZEROS.

      *    CONTROL DE DOTACION CONTRA EL PRESUPUESTO DEL ANIO: LA     *
      *    TABLA LLEVA, POR DEPARTAMENTO, LA DOTACION AUTORIZADA Y    *
      *    EL CONTEO CORRIENTE DE EMPLEADOS ACTIVOS, ARMADO CON UNA   *
       01  WS-ANIO-CORRIDA         PIC 9(04)    VALUE ZEROS.
       01  WS-AVISOS-DOTACION      PIC 9(05)    VALUE ZEROS.

      *    AVISO DE JEFATURA: UNA BAJA O UN TRASLADO QUE SACA DE SU   *
      *    DEPARTAMENTO AL JEFE VIGENTE (REG-JEFE-DEP) SE APLICA      *
      *    IGUAL, PERO SE AVISA POR CONSOLA PARA REASIGNAR EL JEFE    *
      *    CON PROG0014.                                              *
       01  WS-AVISOS-JEFATURA      PIC 9(05)    VALUE ZEROS.

      *    LIQUIDACION FINAL POR BAJA: CONTADORES E IMPORTES DE       *
      *    CONTROL, Y LA MARCA DE ACUMPAG DISPONIBLE (SIN ACUMPAG LA  *
      *    LIQUIDACION SALE IGUAL, CON LO PAGADO EN EL ANIO EN CERO). *
       01  WS-CONTROL-LIQUIDACION.
           05 WS-LIQUIDACIONES     PIC 9(05)    VALUE ZEROS.
           05 WS-LIQ-A-PAGAR       PIC 9(05)    VALUE ZEROS.
           05 WS-LIQ-A-RECUPERAR   PIC 9(05)    VALUE ZEROS.
           05 WS-SALDOS-CERRADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-A-PAGAR     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-A-RECUPERAR PIC 9(11)V99 VALUE ZEROS.
           05 WS-SW-HAY-ACUMPAG    PIC X(01)    VALUE "N".
              88 WS-HAY-ACUMPAG                 VALUE "S".
           05 WS-SW-SALDO-HALLADO  PIC X(01)    VALUE "N".
              88 WS-SALDO-HALLADO               VALUE "S".

       01  WS-TITULO-LIQ.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(33)
               VALUE "LIQUIDACIONES FINALES POR BAJA - ".
           05  WS-TIT-LIQ-FECHA   PIC 9(08).

       01  WS-ENCABEZADO-LIQ.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(38)
               VALUE "NUMERO NOMBRE".
           05  FILLER             PIC X(18)
               VALUE "   DIAS  VALOR DIA".
           05  FILLER             PIC X(15)
               VALUE "        IMPORTE".
           05  FILLER             PIC X(15)
               VALUE "    PAGADO ANIO".
           05  FILLER             PIC X(10)
               VALUE " SITUACION".

       01  WS-DETALLE-LIQ.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-NUMERO       PIC 9(05).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LQR-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-DIAS         PIC -ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-VALOR-DIA    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-PAGADO-ANIO  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LQR-SITUACION    PIC X(12).

       01  WS-LINEA-AVISO-LIQ.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-AVL-TEXTO        PIC X(60).

       01  WS-DETALLE-TOTALES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       01  WS-DETALLE-IMPORTES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-IMP-ROTULO      PIC X(29).
           05  WS-IMP-VALOR       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-NUM-DOTACIONES       PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-DOTACION         PIC 9(03)    COMP VALUE ZEROS.
       01  WS-DEPTO-BUSCADO        PIC 9(03)    VALUE ZEROS.
      *    DEPARTAMENTO SE VALIDA CONTRA EL MAESTRO DEPARTAMENTOS.    *
           COPY VALIDEMP.

      *    UMBRALES DEL DOBLE CONTROL DE CAMBIOS DE SALARIO,          *
      *    COMPARTIDOS CON PROG0038, Y LA VARIACION DEL CAMBIO EN     *
      *    CURSO CONTRA LA QUE SE LOS COMPARA.                        *
           COPY VALIDAPR.

      *    REGLAS DE VACACIONES COMPARTIDAS CON PROG0031 A PROG0033:  *
      *    DE AQUI SALEN LOS DIAS DEL MES CON QUE SE CALCULA EL VALOR *
      *    DEL DIA DE LA LIQUIDACION FINAL.                           *
           COPY VALIDVAC.
       01  WS-VARIACION-SALARIO    PIC 9(07)V99 VALUE ZEROS.
       01  WS-VARIACION-PORC       PIC 9(05)V99 VALUE ZEROS.

       01  WS-MOTIVO-RECHAZO       PIC X(40)    VALUE SPACES.

       01  WS-REPORTE-EXCEPCION-MNT.
           OPEN OUTPUT LOGCAMB.
           OPEN OUTPUT EXCEPMNT.
           OPEN EXTEND HISTSAL.
           OPEN EXTEND RETENSAL.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL  FROM TIME.
           COMPUTE WS-ANIO-CORRIDA = WS-FECHA-ACTUAL / 10000.

      *    SALDOVAC ES IMPRESCINDIBLE PARA LIQUIDAR LAS BAJAS; SIN    *
      *    ACUMPAG LA LIQUIDACION SALE CON LO PAGADO EN EL ANIO EN    *
      *    CERO Y SE DEJA CONSTANCIA EN EL REPORTE.                   *
           OPEN I-O   SALDOVAC.
           IF NOT WS-FS-VAC-OK
               DISPLAY "PROG0012 - ERROR ABRIENDO SALDOVAC, STATUS "
                       WS-FS-SALDOVAC
               MOVE WS-FS-SALDOVAC TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN INPUT ACUMPAG.
           IF WS-FS-ACU-OK
               SET WS-HAY-ACUMPAG TO TRUE
           END-IF.
           OPEN OUTPUT LIQFINAL.
           OPEN OUTPUT LIQRPT.
           MOVE WS-FECHA-ACTUAL   TO WS-TIT-LIQ-FECHA.
           MOVE WS-TITULO-LIQ     TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE WS-ENCABEZADO-LIQ TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           IF NOT WS-HAY-ACUMPAG
               DISPLAY "PROG0012 - NO SE PUDO ABRIR ACUMPAG, STATUS "
                       WS-FS-ACUMPAG
                       ", LO PAGADO EN EL ANIO SALE EN CERO"
               MOVE "ACUMPAG NO DISPONIBLE: PAGADO EN EL ANIO EN CERO"
                                  TO WS-AVL-TEXTO
               MOVE WS-LINEA-AVISO-LIQ TO REG-LIQRPT
               WRITE REG-LIQRPT
           END-IF.

      *    EL OPEN DE UN ARCHIVO OPTIONAL AUSENTE DEJA EL ARCHIVO EN   *
      *    FIN DE ARCHIVO; SIN PRESUPUESTO NO HAY AVISOS DE DOTACION.  *
           OPEN INPUT PRESUP.

      *----------------------------------------------------------------*
      * 2200-PROCESA-CAMBIO : CORRIGE LOS DATOS DE UN EMPLEADO         *
      *                       EXISTENTE. SI LA VARIACION DE SALARIO    *
      *                       SUPERA LOS UMBRALES DEL DOBLE CONTROL,   *
      *                       EL CAMBIO SE RETIENE EN VEZ DE APLICARSE.*
      *----------------------------------------------------------------*
       2200-PROCESA-CAMBIO.
           MOVE "N"              TO WS-SW-REQUIERE-APR.
           MOVE REG-MANT-NUMERO  TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               PERFORM 2050-VALIDA-TRANSACCION THRU 2050-EXIT
           END-IF.
           IF WS-TRANS-ES-VALIDA
               PERFORM 2250-EVALUA-DOBLE-CONTROL THRU 2250-EXIT
           END-IF.
           IF WS-TRANS-ES-VALIDA
               IF WS-REQUIERE-APROBACION
                   PERFORM 2260-RETIENE-CAMBIO THRU 2260-EXIT
               ELSE
                   PERFORM 2210-APLICA-CAMBIO  THRU 2210-EXIT
               END-IF
           ELSE
               DISPLAY "PROG0012 - CAMBIO RECHAZADO: " REG-MANT-NUMERO
                       " - " WS-MOTIVO-RECHAZO
               PERFORM 9100-ESCRIBE-EXCEPCION THRU 9100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2210-APLICA-CAMBIO : APLICA AL MAESTRO EL CAMBIO YA VALIDADO,  *
      *                      CON SU LOG, SU HISTORIAL DE SALARIO Y EL  *
      *                      CONTROL DE DOTACION.                      *
      *----------------------------------------------------------------*
       2210-APLICA-CAMBIO.
           MOVE REG-EMPLEADOS    TO WS-IMAGEN-ANTES.
           MOVE REG-SALARIO-EMP  TO WS-SALARIO-ANTERIOR.
           MOVE REG-DEPTO-EMP    TO WS-DEPTO-ANTERIOR.
           MOVE REG-STATUS-EMP   TO WS-STATUS-ANTERIOR.
           MOVE REG-MANT-NOMBRE  TO REG-NOMBRE-EMP.
           MOVE REG-MANT-STATUS  TO REG-STATUS-EMP.
           MOVE REG-MANT-DEPTO   TO REG-DEPTO-EMP.
           MOVE REG-MANT-PUESTO  TO REG-PUESTO-EMP.
           MOVE REG-MANT-SALARIO TO REG-SALARIO-EMP.
           REWRITE REG-EMPLEADOS.
           ADD 1                 TO WS-CAMBIOS.
           MOVE REG-EMPLEADOS    TO WS-IMAGEN-DESPUES.
           PERFORM 9000-ESCRIBE-LOG THRU 9000-EXIT.
           IF REG-SALARIO-EMP NOT = WS-SALARIO-ANTERIOR
               PERFORM 9200-ESCRIBE-HISTSAL THRU 9200-EXIT
           END-IF.
      *    EL CONTEO DE DOTACION SIGUE AL EMPLEADO: SALE DEL          *
      *    DEPARTAMENTO ANTERIOR Y ENTRA AL NUEVO. SOLO SE AVISA      *
      *    CUANDO EL DEPARTAMENTO DESTINO EFECTIVAMENTE GANO UNA      *
      *    PERSONA (TRASLADO O REACTIVACION).                         *
           IF WS-HAY-PRESUP
               IF WS-STATUS-ANTERIOR = 1
                   MOVE WS-DEPTO-ANTERIOR TO WS-DEPTO-BUSCADO
                   PERFORM 9750-RESTA-ACTIVO THRU 9750-EXIT
               END-IF
               IF REG-STATUS-EMP = 1
                   PERFORM 9700-SUMA-ACTIVO THRU 9700-EXIT
                   IF REG-DEPTO-EMP NOT = WS-DEPTO-ANTERIOR
                       OR WS-STATUS-ANTERIOR NOT = 1
                       PERFORM 9800-AVISA-DOTACION THRU 9800-EXIT
                   END-IF
               END-IF
           END-IF.
      *    UN CAMBIO QUE LO SACA DEL DEPARTAMENTO O LO DEJA INACTIVO  *
      *    PUEDE ESTAR DEJANDO AL DEPARTAMENTO ANTERIOR SIN JEFE.     *
           IF REG-DEPTO-EMP NOT = WS-DEPTO-ANTERIOR
               OR (REG-STATUS-EMP NOT = 1 AND WS-STATUS-ANTERIOR = 1)
               PERFORM 9850-AVISA-JEFATURA THRU 9850-EXIT
           END-IF.
       2210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2250-EVALUA-DOBLE-CONTROL : COMPARA LA VARIACION DEL SALARIO   *
      *                             (EN MAS O EN MENOS) CONTRA LOS     *
      *                             UMBRALES DE VALIDAPR. SI SUPERA EL *
      *                             IMPORTE O EL PORCENTAJE DEL        *
      *                             SALARIO VIGENTE, EL CAMBIO         *
      *                             REQUIERE APROBACION DE UN SEGUNDO  *
      *                             USUARIO.                           *
      *----------------------------------------------------------------*
       2250-EVALUA-DOBLE-CONTROL.
           IF REG-MANT-SALARIO > REG-SALARIO-EMP
               COMPUTE WS-VARIACION-SALARIO =
                       REG-MANT-SALARIO - REG-SALARIO-EMP
           ELSE
               COMPUTE WS-VARIACION-SALARIO =
                       REG-SALARIO-EMP - REG-MANT-SALARIO
           END-IF.

           IF WS-VARIACION-SALARIO > WS-APR-IMPORTE
               MOVE "S" TO WS-SW-REQUIERE-APR
           END-IF.

           IF REG-SALARIO-EMP > ZERO
               COMPUTE WS-VARIACION-PORC ROUNDED =
                       WS-VARIACION-SALARIO * 100 / REG-SALARIO-EMP
                   ON SIZE ERROR
                       MOVE "S" TO WS-SW-REQUIERE-APR
               END-COMPUTE
               IF WS-VARIACION-PORC > WS-APR-PORCENTAJE
                   MOVE "S" TO WS-SW-REQUIERE-APR
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2260-RETIENE-CAMBIO : RETIENE EN RETENSAL EL SALARIO Y EL      *
      *                       PUESTO DEL CAMBIO. EL RESTO (NOMBRE,     *
      *                       STATUS Y DEPARTAMENTO) SE APLICA YA POR  *
      *                       2210, CON EL SALARIO Y EL PUESTO         *
      *                       VIGENTES, PARA QUE LA DOTACION Y EL      *
      *                       AVISO DE JEFATURA SE RESUELVAN AQUI. LA  *
      *                       IMAGEN DEL MAESTRO QUE QUEDA SE GUARDA   *
      *                       CON LA RETENCION: PROG0038 SOLO LIBERA   *
      *                       SI EL MAESTRO SIGUE IGUAL, PARA NO PISAR *
      *                       UNA NOVEDAD POSTERIOR.                   *
      *----------------------------------------------------------------*
       2260-RETIENE-CAMBIO.
           IF REG-MANT-NOMBRE NOT = REG-NOMBRE-EMP
               OR REG-MANT-STATUS NOT = REG-STATUS-EMP
               OR REG-MANT-DEPTO  NOT = REG-DEPTO-EMP
               MOVE REG-MANT-SALARIO TO WS-SALARIO-RETENIDO
               MOVE REG-MANT-PUESTO  TO WS-PUESTO-RETENIDO
               MOVE REG-SALARIO-EMP  TO REG-MANT-SALARIO
               MOVE REG-PUESTO-EMP   TO REG-MANT-PUESTO
               PERFORM 2210-APLICA-CAMBIO THRU 2210-EXIT
               MOVE WS-SALARIO-RETENIDO TO REG-MANT-SALARIO
               MOVE WS-PUESTO-RETENIDO  TO REG-MANT-PUESTO
           END-IF.
           MOVE WS-FECHA-ACTUAL  TO RTN-FECHA-RETEN.
           MOVE WS-HORA-ACTUAL   TO RTN-HORA-RETEN.
           MOVE REG-EMPLEADOS    TO RTN-IMAGEN-VIGENTE.
           MOVE REG-EMPMANT      TO RTN-TRANSACCION.
           WRITE REG-RETENSAL.
           ADD 1                 TO WS-RETENIDAS.
           DISPLAY "PROG0012 - CAMBIO RETENIDO PARA APROBACION: "
                   REG-MANT-NUMERO " SALARIO " REG-SALARIO-EMP
                   " A " REG-MANT-SALARIO " USUARIO " REG-MANT-USUARIO.
       2260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
                   MOVE WS-DEPTO-ANTERIOR TO WS-DEPTO-BUSCADO
                   PERFORM 9750-RESTA-ACTIVO THRU 9750-EXIT
               END-IF
               PERFORM 9850-AVISA-JEFATURA THRU 9850-EXIT
               PERFORM 2350-LIQUIDA-BAJA   THRU 2350-EXIT
           ELSE
               DISPLAY "PROG0012 - BAJA RECHAZADA: " REG-MANT-NUMERO
                       " - " WS-MOTIVO-RECHAZO
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-LIQUIDA-BAJA : LIQUIDA EL SALDO DE VACACIONES DEL         *
      *                     EMPLEADO DADO DE BAJA. SE LIQUIDA SI ERA   *
      *                     ACTIVO (AUNQUE NO TENGA SALDO, PARA QUE LA *
      *                     NOVEDAD LLEVE LO PAGADO EN EL ANIO) O SI   *
      *                     TODAVIA TIENE SALDO ABIERTO. EL SALDO      *
      *                     LIQUIDADO SE BORRA DE SALDOVAC.            *
      *----------------------------------------------------------------*
       2350-LIQUIDA-BAJA.
           MOVE "N"              TO WS-SW-SALDO-HALLADO.
           MOVE REG-NUMERO-EMP   TO VAC-NUMERO-EMP.
           READ SALDOVAC
               KEY IS VAC-NUMERO-EMP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SALDO-HALLADO TO TRUE
           END-READ.
           IF WS-STATUS-ANTERIOR = 1
               OR WS-SALDO-HALLADO
               PERFORM 2360-ARMA-LIQUIDACION THRU 2360-EXIT
               WRITE REG-LIQFINAL
               ADD 1             TO WS-LIQUIDACIONES
               PERFORM 2370-IMPRIME-LIQUIDACION THRU 2370-EXIT
               IF WS-SALDO-HALLADO
                   DELETE SALDOVAC RECORD
                       INVALID KEY
                           DISPLAY "PROG0012 - NO SE PUDO CERRAR EL "
                                   "SALDO DE " VAC-NUMERO-EMP
                                   ", STATUS " WS-FS-SALDOVAC
                       NOT INVALID KEY
                           ADD 1 TO WS-SALDOS-CERRADOS
                   END-DELETE
               END-IF
           END-IF.
       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2360-ARMA-LIQUIDACION : ARMA EL REGISTRO DE LIQFINAL. EL VALOR *
      *                         DEL DIA ES EL SALARIO DEL MAESTRO      *
      *                         SOBRE LOS DIAS DEL MES DE VALIDVAC; UN *
      *                         SALDO NEGATIVO SE LIQUIDA COMO         *
      *                         RECUPERO A DESCONTAR.                  *
      *----------------------------------------------------------------*
       2360-ARMA-LIQUIDACION.
           MOVE REG-NUMERO-EMP     TO LIQ-NUMERO-EMP.
           MOVE REG-NOMBRE-EMP     TO LIQ-NOMBRE-EMP.
           MOVE REG-DEPTO-EMP      TO LIQ-DEPTO-EMP.
           IF REG-MANT-FECHA-EFECT NUMERIC
               AND REG-MANT-FECHA-EFECT NOT = ZERO
               MOVE REG-MANT-FECHA-EFECT TO LIQ-FECHA-BAJA
           ELSE
               MOVE WS-FECHA-ACTUAL      TO LIQ-FECHA-BAJA
           END-IF.
           IF WS-SALDO-HALLADO
               MOVE VAC-DIAS-ACREDITADOS TO LIQ-DIAS-ACREDITADOS
               MOVE VAC-DIAS-TOMADOS     TO LIQ-DIAS-TOMADOS
               MOVE VAC-SALDO            TO LIQ-DIAS-SALDO
           ELSE
               MOVE ZEROS TO LIQ-DIAS-ACREDITADOS
               MOVE ZEROS TO LIQ-DIAS-TOMADOS
               MOVE ZEROS TO LIQ-DIAS-SALDO
           END-IF.
           MOVE REG-SALARIO-EMP    TO LIQ-SALARIO.
           COMPUTE LIQ-VALOR-DIA ROUNDED =
               REG-SALARIO-EMP / WS-DIAS-MES-LIQUIDA.

           EVALUATE TRUE
               WHEN LIQ-DIAS-SALDO > ZERO
                   COMPUTE LIQ-IMPORTE ROUNDED =
                       LIQ-VALOR-DIA * LIQ-DIAS-SALDO
                   MOVE "P"         TO LIQ-TIPO
                   ADD 1            TO WS-LIQ-A-PAGAR
                   ADD LIQ-IMPORTE  TO WS-TOTAL-A-PAGAR
               WHEN LIQ-DIAS-SALDO < ZERO
                   COMPUTE LIQ-IMPORTE ROUNDED =
                       LIQ-VALOR-DIA * LIQ-DIAS-SALDO * -1
                   MOVE "R"         TO LIQ-TIPO
                   ADD 1            TO WS-LIQ-A-RECUPERAR
                   ADD LIQ-IMPORTE  TO WS-TOTAL-A-RECUPERAR
               WHEN OTHER
                   MOVE ZEROS       TO LIQ-IMPORTE
                   MOVE "N"         TO LIQ-TIPO
           END-EVALUATE.

      *    LO PAGADO EN EL ANIO SOLO CUENTA SI EL ACUMULADOR ES DEL   *
      *    ANIO DE LA CORRIDA; UNO DE UN ANIO ANTERIOR QUEDA EN CERO. *
           MOVE WS-ANIO-CORRIDA    TO LIQ-ANIO-ACUM.
           MOVE ZEROS              TO LIQ-PAGADO-ANIO.
           IF WS-HAY-ACUMPAG
               MOVE REG-NUMERO-EMP TO ACU-NUMERO-EMP
               READ ACUMPAG
                   KEY IS ACU-NUMERO-EMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACU-ANIO = WS-ANIO-CORRIDA
                           MOVE ACU-IMPORTE-PAGADO TO LIQ-PAGADO-ANIO
                       END-IF
               END-READ
           END-IF.
           MOVE REG-MANT-USUARIO   TO LIQ-USUARIO.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2370-IMPRIME-LIQUIDACION : LISTA LA LIQUIDACION EN LIQRPT.     *
      *----------------------------------------------------------------*
       2370-IMPRIME-LIQUIDACION.
           MOVE LIQ-NUMERO-EMP     TO WS-LQR-NUMERO.
           MOVE LIQ-NOMBRE-EMP     TO WS-LQR-NOMBRE.
           MOVE LIQ-DIAS-SALDO     TO WS-LQR-DIAS.
           MOVE LIQ-VALOR-DIA      TO WS-LQR-VALOR-DIA.
           MOVE LIQ-IMPORTE        TO WS-LQR-IMPORTE.
           MOVE LIQ-PAGADO-ANIO    TO WS-LQR-PAGADO-ANIO.
           EVALUATE TRUE
               WHEN LIQ-ES-PAGO
                   MOVE "A PAGAR"     TO WS-LQR-SITUACION
               WHEN LIQ-ES-RECUPERO
                   MOVE "A RECUPERAR" TO WS-LQR-SITUACION
               WHEN WS-SALDO-HALLADO
                   MOVE "SALDO CERO"  TO WS-LQR-SITUACION
               WHEN OTHER
                   MOVE "SIN SALDO"   TO WS-LQR-SITUACION
           END-EVALUATE.
           MOVE WS-DETALLE-LIQ     TO REG-LIQRPT.
           WRITE REG-LIQRPT.
       2370-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINO : IMPRIME CONTADORES DE CONTROL Y CIERRA ARCHIVOS.*
      *----------------------------------------------------------------*
           CLOSE LOGCAMB.
           CLOSE EXCEPMNT.
           CLOSE HISTSAL.
           CLOSE RETENSAL.

           MOVE "BAJAS LIQUIDADAS          : " TO WS-TOT-ROTULO.
           MOVE WS-LIQUIDACIONES               TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE "LIQUIDACIONES A PAGAR     : " TO WS-TOT-ROTULO.
           MOVE WS-LIQ-A-PAGAR                 TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE "IMPORTE TOTAL A PAGAR     : " TO WS-IMP-ROTULO.
           MOVE WS-TOTAL-A-PAGAR               TO WS-IMP-VALOR.
           MOVE WS-DETALLE-IMPORTES            TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE "LIQUIDACIONES A RECUPERAR : " TO WS-TOT-ROTULO.
           MOVE WS-LIQ-A-RECUPERAR             TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE "IMPORTE TOTAL A RECUPERAR : " TO WS-IMP-ROTULO.
           MOVE WS-TOTAL-A-RECUPERAR           TO WS-IMP-VALOR.
           MOVE WS-DETALLE-IMPORTES            TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           MOVE "SALDOS DE VACACIONES CERR. : " TO WS-TOT-ROTULO.
           MOVE WS-SALDOS-CERRADOS             TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-LIQRPT.
           WRITE REG-LIQRPT.
           CLOSE SALDOVAC.
           IF WS-HAY-ACUMPAG
               CLOSE ACUMPAG
           END-IF.
           CLOSE LIQFINAL.
           CLOSE LIQRPT.

           DISPLAY "PROG0012 - TRANSACCIONES LEIDAS : "
                   WS-TRANSACCIONES.
           DISPLAY "PROG0012 - ALTAS APLICADAS       : " WS-ALTAS.
           DISPLAY "PROG0012 - CAMBIOS APLICADOS      : " WS-CAMBIOS.
           DISPLAY "PROG0012 - BAJAS APLICADAS        : " WS-BAJAS.
           DISPLAY "PROG0012 - RECHAZADAS             : " WS-RECHAZADAS.
           DISPLAY "PROG0012 - RETENIDAS P/APROBACION : " WS-RETENIDAS.
           IF WS-HAY-PRESUP
               DISPLAY "PROG0012 - AVISOS DE DOTACION     : "
                       WS-AVISOS-DOTACION
           END-IF.
           DISPLAY "PROG0012 - AVISOS DE JEFATURA     : "
                   WS-AVISOS-JEFATURA.
           DISPLAY "PROG0012 - BAJAS LIQUIDADAS       : "
                   WS-LIQUIDACIONES.
           DISPLAY "PROG0012 - SALDOS VAC. CERRADOS   : "
                   WS-SALDOS-CERRADOS.

      *    EN LA BITACORA, LOS ESCRITOS DE ESTE PROGRAMA SON LAS      *
      *    TRANSACCIONES EFECTIVAMENTE APLICADAS AL MAESTRO.          *
           MOVE REG-MANT-USUARIO  TO LOG-USUARIO.
           MOVE WS-IMAGEN-ANTES   TO LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES TO LOG-DESPUES.
           MOVE SPACES            TO LOG-USUARIO-APR.
           WRITE REG-LOGCAMB.
       9000-EXIT.
           EXIT.
           MOVE REG-SALARIO-EMP    TO HSA-SALARIO-NVO.
           MOVE "PROG0012"         TO HSA-PROGRAMA.
           MOVE REG-MANT-USUARIO   TO HSA-USUARIO.
           MOVE SPACES             TO HSA-USUARIO-APR.
           WRITE REG-HISTSAL.
       9200-EXIT.
           EXIT.
       9800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9850-AVISA-JEFATURA : LEE EL DEPARTAMENTO DEL QUE SALE EL      *
      *                       EMPLEADO (WS-DEPTO-ANTERIOR) Y, SI EL    *
      *                       EMPLEADO ES SU JEFE VIGENTE, AVISA POR   *
      *                       CONSOLA SIN RECHAZAR LA TRANSACCION.     *
      *----------------------------------------------------------------*
       9850-AVISA-JEFATURA.
           MOVE WS-DEPTO-ANTERIOR   TO REG-NUMERO-DEP.
           READ DEPARTAMENTOS
               KEY IS REG-NUMERO-DEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REG-JEFE-DEP NUMERIC
                       AND REG-JEFE-DEP = REG-NUMERO-EMP
                       ADD 1 TO WS-AVISOS-JEFATURA
                       DISPLAY "PROG0012 - *** AVISO: EL EMPLEADO "
                               REG-NUMERO-EMP
                               " ERA JEFE DEL DEPARTAMENTO "
                               REG-NUMERO-DEP
                               ", QUE QUEDA SIN JEFE VIGENTE ***"
                   END-IF
           END-READ.
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-EXCEPCION : ESCRIBE EN EXCEPMNT LA TRANSACCION    *
      *                          RECHAZADA JUNTO CON EL MOTIVO, EN     *
