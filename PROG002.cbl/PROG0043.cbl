        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0043.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: CIERRE ANUAL CONTROLADO DE LOS ACUMULADOS. EN UNA     *
      *          SOLA CORRIDA, Y UNA SOLA VEZ POR ANIO:                *
      *            1. ARCHIVA EN ACUMHIST (COPYBOOK REGAHIFD) EL       *
      *               ACUMULADOR FINAL DE ACUMPAG DE CADA EMPLEADO,    *
      *               ANTES DE QUE PROG0036 LO REINICIE CON EL PRIMER  *
      *               CICLO DEL ANIO SIGUIENTE.                        *
      *            2. TOPEA CADA SALDO DE SALDOVAC EN EL TOPE DE       *
      *               ARRASTRE DE VALIDVAC; LOS DIAS QUE EXCEDEN SE    *
      *               PIERDEN Y SE INFORMAN POR DEPARTAMENTO.          *
      *            3. SIEMBRA LAS FILAS DE PRESUP DEL ANIO SIGUIENTE   *
      *               A PARTIR DE LAS DEL ANIO CERRADO, CON LA MASA    *
      *               SALARIAL AUMENTADA EN UN PORCENTAJE OPCIONAL. EL *
      *               PRESUPUESTO NUEVO SALE COMPLETO EN PRESNUE (QUE  *
      *               REEMPLAZA A PRESUP, COMO PENDNUEV A PENDANT).    *
      *               UN DEPARTAMENTO QUE YA TIENE FILA DEL ANIO       *
      *               SIGUIENTE NO SE SIEMBRA.                         *
      *            4. REGISTRA EL ANIO CERRADO EN CIERRANU (COPYBOOK   *
      *               REGCIEFD): UN ANIO YA CERRADO, O ANTERIOR AL     *
      *               ULTIMO CERRADO, NO SE VUELVE A CERRAR.           *
      *          EL PARAMETRO OPCIONAL CIERPAR TRAE EL ANIO A CERRAR   *
      *          Y EL PORCENTAJE DE AUMENTO; SIN PARAMETRO SE CIERRA   *
      *          EL ANIO ANTERIOR AL DE LA CORRIDA SIN AUMENTO.        *
      *          CADA PASO IMPRIME SUS TOTALES DE CONTROL ANTES Y      *
      *          DESPUES EN EL REPORTE CIERRPT, QUE FIRMAN FINANZAS Y  *
      *          RECURSOS HUMANOS. EN LA BITACORA, LEIDOS SON LOS      *
      *          REGISTROS LEIDOS DE ACUMPAG, SALDOVAC Y PRESUP,       *
      *          ESCRITOS LOS ARCHIVADOS, TOPEADOS Y SEMBRADOS, Y      *
      *          RECHAZADOS LAS FILAS DE PRESUP QUE NO SE PUDIERON     *
      *          SEMBRAR.                                              *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 15/10/2026  RAA     VERSION ORIGINAL.                          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CIERPAR ASSIGN TO UT-S-CIERPAR
               FILE STATUS IS WS-FS-CIERPAR.
           SELECT OPTIONAL CIERRANU ASSIGN TO UT-S-CIERRANU
               FILE STATUS IS WS-FS-CIERRANU.
           SELECT ACUMPAG   ASSIGN TO UT-S-ACUMPAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACU-NUMERO-EMP
               FILE STATUS IS WS-FS-ACUMPAG.
           SELECT OPTIONAL ACUMHIST ASSIGN TO UT-S-ACUMHIST
               FILE STATUS IS WS-FS-ACUMHIST.
           SELECT SALDOVAC  ASSIGN TO UT-S-SALDOVAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VAC-NUMERO-EMP
               FILE STATUS IS WS-FS-SALDOVAC.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT DEPARTAMENTOS ASSIGN TO UT-S-DEPARTAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-DEP
               FILE STATUS IS WS-FS-DEPARTAMENTOS.
           SELECT OPTIONAL PRESUP ASSIGN TO UT-S-PRESUP
               FILE STATUS IS WS-FS-PRESUP.
           SELECT PRESNUE   ASSIGN TO UT-S-PRESNUE.
           SELECT CIERRPT   ASSIGN TO UT-S-CIERRPT.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

       DATA DIVISION.
       FILE SECTION .
      *    FD CIERPAR : ANIO A CERRAR Y PORCENTAJE DE AUMENTO DE LA    *
      *    MASA SALARIAL PARA EL PRESUPUESTO DEL ANIO SIGUIENTE. SE    *
      *    DECLARA OPTIONAL: SIN PARAMETRO SE CIERRA EL ANIO ANTERIOR  *
      *    AL DE LA CORRIDA, SIN AUMENTO.                              *
       FD  CIERPAR
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 9 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERPAR.
       01  REG-CIERPAR.
           05 CPR-ANIO             PIC 9(04).
           05 CPR-PORC-AUMENTO     PIC 9(03)V99.

       FD  CIERRANU
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRANU.
           COPY REGCIEFD.

       FD  ACUMPAG
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMPAG.
       01  REG-ACUMPAG            PIC X(31).
           COPY REGACUFD.

      *    FD ACUMHIST : HISTORICO ANUAL DE PAGOS. SE LEE ENTERO AL    *
      *    ARRANCAR PARA NO ARCHIVAR DOS VECES EL MISMO ANIO Y DESPUES *
      *    SE ABRE EN EXTEND.                                          *
       FD  ACUMHIST
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMHIST.
           COPY REGAHIFD.

       FD  SALDOVAC
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SALDOVAC.
       01  REG-SALDOVAC           PIC X(26).
           COPY REGVACFD.

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

       FD  DEPARTAMENTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPARTAMENTOS.
       01  REG-DEPARTAMENTOS      PIC X(63).
           COPY REGDEPFD.

       FD  PRESUP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRESUP.
           COPY REGPREFD.

      *    FD PRESNUE : PRESUPUESTO NUEVO: TODAS LAS FILAS DE PRESUP   *
      *    MAS LAS SEMBRADAS PARA EL ANIO SIGUIENTE.                   *
       FD  PRESNUE
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRESNUE.
       01  REG-PRESNUE            PIC X(23).

       FD  CIERRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRPT.
       01  REG-CIERRPT            PIC X(100).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       WORKING-STORAGE SECTION.
      *    PASO 1: ACUMPAG CONTRA ACUMHIST.                           *
       01  WS-CONTROL-ACUMPAG.
           05 WS-LEIDOS-ACU        PIC 9(05)    VALUE ZEROS.
           05 WS-ACU-A-ARCHIVAR    PIC 9(05)    VALUE ZEROS.
           05 WS-ACU-ARCHIVADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-ACU-ANT-ARCHIVADOS
                                   PIC 9(05)    VALUE ZEROS.
           05 WS-ACU-YA-CERRADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-ACU-POSTERIORES   PIC 9(05)    VALUE ZEROS.
           05 WS-IMP-A-ARCHIVAR    PIC 9(11)V99 VALUE ZEROS.
           05 WS-IMP-ARCHIVADO     PIC 9(11)V99 VALUE ZEROS.

      *    PASO 2: TOPE DE SALDOVAC.                                  *
       01  WS-CONTROL-SALDOVAC.
           05 WS-LEIDOS-VAC        PIC 9(05)    VALUE ZEROS.
           05 WS-TOPEADOS          PIC 9(05)    VALUE ZEROS.
           05 WS-SALDO-ANTES       PIC S9(09)V99 VALUE ZEROS.
           05 WS-SALDO-DESPUES     PIC S9(09)V99 VALUE ZEROS.
           05 WS-DIAS-PERDIDOS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-PERDIDOS-EMP      PIC 9(03)V99 VALUE ZEROS.

      *    PASO 3: SIEMBRA DE PRESUP.                                 *
       01  WS-CONTROL-PRESUP.
           05 WS-LEIDOS-PRE        PIC 9(05)    VALUE ZEROS.
           05 WS-ESCRITOS-PRE      PIC 9(05)    VALUE ZEROS.
           05 WS-SEMBRADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-YA-PRESUPUESTADOS PIC 9(05)    VALUE ZEROS.
           05 WS-NO-SEMBRADOS      PIC 9(05)    VALUE ZEROS.
           05 WS-DOTACION-ANTES    PIC 9(09)    VALUE ZEROS.
           05 WS-DOTACION-DESPUES  PIC 9(09)    VALUE ZEROS.
           05 WS-MASA-ANTES        PIC 9(11)V99 VALUE ZEROS.
           05 WS-MASA-DESPUES      PIC 9(11)V99 VALUE ZEROS.
           05 WS-MASA-NUEVA        PIC 9(09)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-CIERRANU   PIC X(01)    VALUE "N".
              88 WS-FIN-CIERRANU                VALUE "S".
           05 WS-SW-FIN-ACUMHIST   PIC X(01)    VALUE "N".
              88 WS-FIN-ACUMHIST                VALUE "S".
           05 WS-SW-FIN-ACUMPAG    PIC X(01)    VALUE "N".
              88 WS-FIN-ACUMPAG                 VALUE "S".
           05 WS-SW-FIN-SALDOVAC   PIC X(01)    VALUE "N".
              88 WS-FIN-SALDOVAC                VALUE "S".
           05 WS-SW-FIN-PRESUP     PIC X(01)    VALUE "N".
              88 WS-FIN-PRESUP                  VALUE "S".
           05 WS-SW-ANIO-CERRADO   PIC X(01)    VALUE "N".
              88 WS-ANIO-YA-CERRADO             VALUE "S".
           05 WS-SW-ANIO-ARCHIVADO PIC X(01)    VALUE "N".
              88 WS-ANIO-YA-ARCHIVADO           VALUE "S".
           05 WS-SW-ARCHIVOS-ABIERTOS
                                   PIC X(01)    VALUE "N".
              88 WS-ARCHIVOS-ABIERTOS           VALUE "S".
           05 WS-SW-HAY-MAESTRO    PIC X(01)    VALUE "N".
              88 WS-HAY-MAESTRO                 VALUE "S".
           05 WS-SW-HAY-DEPTOS     PIC X(01)    VALUE "N".
              88 WS-HAY-DEPTOS                  VALUE "S".
           05 WS-SW-HAY-PRESUP     PIC X(01)    VALUE "N".
              88 WS-HAY-PRESUP                  VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-CIERPAR        PIC X(02)    VALUE "00".
              88 WS-FS-CPR-OK                   VALUE "00".
           05 WS-FS-CIERRANU       PIC X(02)    VALUE "00".
              88 WS-FS-CIE-OK                   VALUE "00".
           05 WS-FS-ACUMPAG        PIC X(02)    VALUE "00".
              88 WS-FS-ACU-OK                   VALUE "00".
           05 WS-FS-ACUMHIST       PIC X(02)    VALUE "00".
              88 WS-FS-AHI-OK                   VALUE "00".
           05 WS-FS-SALDOVAC       PIC X(02)    VALUE "00".
              88 WS-FS-VAC-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-DEPARTAMENTOS  PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-PRESUP         PIC X(02)    VALUE "00".
              88 WS-FS-PRE-OK                   VALUE "00".

      *    ANIO A CERRAR, EL SIGUIENTE, EL ULTIMO YA CERRADO SEGUN    *
      *    CIERRANU Y EL PORCENTAJE DE AUMENTO DE LA MASA SALARIAL.   *
       01  WS-PARAMETROS-CIERRE.
           05 WS-FECHA-CORRIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-CORRIDA      PIC 9(06)    VALUE ZEROS.
           05 WS-ANIO-CORRIDA      PIC 9(04)    VALUE ZEROS.
           05 WS-ANIO-CIERRE       PIC 9(04)    VALUE ZEROS.
           05 WS-ANIO-SIGUIENTE    PIC 9(04)    VALUE ZEROS.
           05 WS-ULT-ANIO-CERRADO  PIC 9(04)    VALUE ZEROS.
           05 WS-PORC-AUMENTO      PIC 9(03)V99 VALUE ZEROS.

      *    TOPE DE ARRASTRE DEL SALDO DE VACACIONES, COMPARTIDO CON   *
      *    PROG0031 A PROG0033.                                       *
           COPY VALIDVAC.

      *    DIAS PERDIDOS POR DEPARTAMENTO (MISMA TECNICA DE TABLA EN  *
      *    MEMORIA QUE PROG0033). EL DEPARTAMENTO SALE DEL MAESTRO DE *
      *    EMPLEADOS; SIN MAESTRO, TODO VA AL DEPARTAMENTO CERO.      *
       01  WS-DEPTO-ACTUAL         PIC 9(03)    VALUE ZEROS.
       01  WS-NUM-DEPTOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-DEPTO-TBL        PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-DEPTO-ENCONTRADO  PIC X(01)    VALUE "N".
           88 WS-DEPTO-ENCONTRADO               VALUE "S".
       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ENTRADA    OCCURS 30 TIMES.
              10 WS-TD-DEPTO      PIC 9(03).
              10 WS-TD-TOPEADOS   PIC 9(05).
              10 WS-TD-PERDIDOS   PIC 9(07)V99.

      *    FILAS DE PRESUP POR DEPARTAMENTO: LA DEL ANIO CERRADO (QUE *
      *    SE SIEMBRA) Y LA MARCA DE QUE YA EXISTE LA DEL SIGUIENTE.  *
       01  WS-NUM-PRESUP           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-PRESUP           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-PRESUP-ENCONTRADO PIC X(01)    VALUE "N".
           88 WS-PRESUP-ENCONTRADO              VALUE "S".
       01  WS-TABLA-PRESUP.
           05 WS-PRESUP-ENTRADA   OCCURS 30 TIMES.
              10 WS-TP-DEPTO      PIC 9(03).
              10 WS-TP-CON-ANIO   PIC X(01).
              10 WS-TP-CON-SIGUIENTE
                                  PIC X(01).
              10 WS-TP-DOTACION   PIC 9(05).
              10 WS-TP-MASA       PIC 9(09)V99.

      *    AREAS DE LA BITACORA DE CORRIDAS: FECHA/HORA DE CADA       *
      *    GRABACION, EL FILE STATUS FINAL Y LA MARCA DE CORRIDA      *
      *    ANORMAL QUE SE PRENDE CUANDO EL CIERRE NO SE PUEDE HACER.  *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".
           05 WS-SW-CORRIDA-ANORMAL
                                  PIC X(01)    VALUE "N".
              88 WS-CORRIDA-ANORMAL            VALUE "S".
       01  WS-LEIDOS-TOTAL         PIC 9(05)    VALUE ZEROS.
       01  WS-ESCRITOS-TOTAL       PIC 9(05)    VALUE ZEROS.

       01  WS-TITULO-CIERRE.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(24)
               VALUE "CIERRE ANUAL DEL ANIO ".
           05  WS-TIT-ANIO        PIC 9(04).
           05  FILLER             PIC X(12)    VALUE " - CORRIDA ".
           05  WS-TIT-FECHA       PIC 9(08).

       01  WS-LINEA-PASO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-PAS-TEXTO       PIC X(70).

       01  WS-ENCABEZADO-CONTROL.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(35)
               VALUE "   CONTROL".
           05  FILLER             PIC X(18)
               VALUE "             ANTES".
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  FILLER             PIC X(18)
               VALUE "           DESPUES".

       01  WS-LINEA-CONTROL.
           05  FILLER             PIC X(04)    VALUE SPACES.
           05  WS-CTL-ROTULO      PIC X(32).
           05  WS-CTL-ANTES       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-CTL-DESPUES     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-CANTIDAD.
           05  FILLER             PIC X(04)    VALUE SPACES.
           05  WS-CAN-ROTULO      PIC X(32).
           05  FILLER             PIC X(08)    VALUE SPACES.
           05  WS-CAN-ANTES       PIC ZZ,ZZ9.
           05  FILLER             PIC X(14)    VALUE SPACES.
           05  WS-CAN-DESPUES     PIC ZZ,ZZ9.

       01  WS-DETALLE-DEPTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "DEPTO ".
           05 WS-DEP-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DEP-NOMBRE       PIC X(20).
           05 FILLER              PIC X(12)    VALUE "  TOPEADOS ".
           05 WS-DEP-TOPEADOS     PIC ZZZZ9.
           05 FILLER              PIC X(17)
                                  VALUE "  DIAS PERDIDOS ".
           05 WS-DEP-PERDIDOS     PIC Z,ZZZ,ZZ9.99.

       01  WS-DETALLE-TOTALES.
           05  FILLER             PIC X(04)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(32).
           05  FILLER             PIC X(22)    VALUE SPACES.
           05  WS-TOT-VALOR       PIC ZZ,ZZ9.

       01  WS-LINEA-FIRMAS.
           05  FILLER             PIC X(04)    VALUE SPACES.
           05  FILLER             PIC X(38)
               VALUE "FIRMA FINANZAS: ____________________".
           05  FILLER             PIC X(38)
               VALUE "FIRMA RR.HH.  : ____________________".

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               PERFORM 2000-ARCHIVA-ACUMPAG  THRU 2000-EXIT
               PERFORM 3000-TOPEA-SALDOVAC   THRU 3000-EXIT
               PERFORM 4000-SIEMBRA-PRESUP   THRU 4000-EXIT
               PERFORM 5000-REGISTRA-CIERRE  THRU 5000-EXIT
           END-IF.
           PERFORM 6000-TERMINO THRU 6000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : GRABA EL INICIO EN LA BITACORA, DETERMINA EL     *
      *               ANIO A CERRAR, CONTROLA QUE SE PUEDA CERRAR Y    *
      *               RECIEN ENTONCES ABRE LOS ARCHIVOS A ACTUALIZAR.  *
      *               CUALQUIER IMPEDIMENTO DEJA LA CORRIDA ANORMAL    *
      *               SIN HABER TOCADO NADA.                           *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE "I"   TO BIT-TIPO-REG.
           MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS.
           MOVE "00"  TO BIT-FILE-STATUS.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-CORRIDA  FROM TIME.
           COMPUTE WS-ANIO-CORRIDA = WS-FECHA-CORRIDA / 10000.
           COMPUTE WS-ANIO-CIERRE  = WS-ANIO-CORRIDA - 1.

      *    EL OPEN DE UN ARCHIVO OPTIONAL AUSENTE DEJA EL ARCHIVO EN   *
      *    FIN DE ARCHIVO: SIN PARAMETRO QUEDAN LOS VALORES POR        *
      *    OMISION.                                                    *
           OPEN INPUT CIERPAR.
           IF WS-FS-CPR-OK
               READ CIERPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPR-ANIO NUMERIC
                           AND CPR-ANIO NOT = ZERO
                           MOVE CPR-ANIO TO WS-ANIO-CIERRE
                       END-IF
                       IF CPR-PORC-AUMENTO NUMERIC
                           MOVE CPR-PORC-AUMENTO TO WS-PORC-AUMENTO
                       END-IF
               END-READ
           END-IF.
           CLOSE CIERPAR.
           COMPUTE WS-ANIO-SIGUIENTE = WS-ANIO-CIERRE + 1.

           OPEN OUTPUT CIERRPT.
           MOVE WS-ANIO-CIERRE   TO WS-TIT-ANIO.
           MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA.
           MOVE WS-TITULO-CIERRE TO REG-CIERRPT.
           WRITE REG-CIERRPT.

           IF WS-ANIO-CIERRE > WS-ANIO-CORRIDA
               DISPLAY "PROG0043 - *** EL ANIO " WS-ANIO-CIERRE
                       " ES POSTERIOR AL DE LA CORRIDA, NO SE "
                       "CIERRA ***"
               MOVE "ANIO A CERRAR POSTERIOR AL DE LA CORRIDA"
                    TO WS-PAS-TEXTO
               PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.

           OPEN INPUT CIERRANU.
           IF WS-FS-CIE-OK
               PERFORM 1100-LEE-CIERRE THRU 1100-EXIT
                   UNTIL WS-FIN-CIERRANU
           END-IF.
           CLOSE CIERRANU.
           IF WS-ANIO-YA-CERRADO
               DISPLAY "PROG0043 - *** EL ANIO " WS-ANIO-CIERRE
                       " YA FUE CERRADO, NO SE CIERRA DE NUEVO ***"
               MOVE "EL ANIO YA FUE CERRADO (CIERRANU)"
                    TO WS-PAS-TEXTO
               PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT
               SET WS-CORRIDA-ANORMAL TO TRUE
           ELSE
               IF WS-ANIO-CIERRE < WS-ULT-ANIO-CERRADO
                   DISPLAY "PROG0043 - *** EL ANIO " WS-ANIO-CIERRE
                           " ES ANTERIOR AL ULTIMO CERRADO ("
                           WS-ULT-ANIO-CERRADO "), NO SE CIERRA ***"
                   MOVE "ANIO ANTERIOR AL ULTIMO CERRADO (CIERRANU)"
                        TO WS-PAS-TEXTO
                   PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT
                   SET WS-CORRIDA-ANORMAL TO TRUE
               END-IF
           END-IF.

      *    SI UNA CORRIDA ANTERIOR ALCANZO A ARCHIVAR EL ANIO PERO NO  *
      *    A REGISTRAR EL CIERRE, NO SE ARCHIVA DOS VECES: SE PIDE     *
      *    REVISAR ACUMHIST ANTES DE VOLVER A CORRER.                  *
           OPEN INPUT ACUMHIST.
           IF WS-FS-AHI-OK
               PERFORM 1200-LEE-HISTORICO THRU 1200-EXIT
                   UNTIL WS-FIN-ACUMHIST
           END-IF.
           CLOSE ACUMHIST.
           IF WS-ANIO-YA-ARCHIVADO
               DISPLAY "PROG0043 - *** ACUMHIST YA TIENE EL ANIO "
                       WS-ANIO-CIERRE ", REVISAR ANTES DE CERRAR ***"
               MOVE "ACUMHIST YA TIENE EL ANIO, REVISAR ANTES DE CERRAR"
                    TO WS-PAS-TEXTO
               PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.

           IF NOT WS-CORRIDA-ANORMAL
               PERFORM 1300-ABRE-ARCHIVOS THRU 1300-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LEE-CIERRE.
           READ CIERRANU
               AT END
                   SET WS-FIN-CIERRANU TO TRUE
               NOT AT END
                   IF CIE-ANIO = WS-ANIO-CIERRE
                       SET WS-ANIO-YA-CERRADO TO TRUE
                   END-IF
                   IF CIE-ANIO > WS-ULT-ANIO-CERRADO
                       MOVE CIE-ANIO TO WS-ULT-ANIO-CERRADO
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-LEE-HISTORICO.
           READ ACUMHIST
               AT END
                   SET WS-FIN-ACUMHIST TO TRUE
               NOT AT END
                   IF AHI-ANIO = WS-ANIO-CIERRE
                       SET WS-ANIO-YA-ARCHIVADO TO TRUE
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-ABRE-ARCHIVOS : ABRE LOS ARCHIVOS DEL CIERRE. ACUMPAG Y   *
      *                      SALDOVAC SON IMPRESCINDIBLES; SIN MAESTRO *
      *                      DE EMPLEADOS O DE DEPARTAMENTOS EL        *
      *                      RESUMEN DE DIAS PERDIDOS SALE SIN         *
      *                      DEPARTAMENTO O SIN NOMBRE.                *
      *----------------------------------------------------------------*
       1300-ABRE-ARCHIVOS.
           OPEN INPUT ACUMPAG.
           IF NOT WS-FS-ACU-OK
               DISPLAY "PROG0043 - ERROR ABRIENDO ACUMPAG, STATUS "
                       WS-FS-ACUMPAG
               MOVE WS-FS-ACUMPAG TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN I-O SALDOVAC.
           IF NOT WS-FS-VAC-OK
               DISPLAY "PROG0043 - ERROR ABRIENDO SALDOVAC, STATUS "
                       WS-FS-SALDOVAC
               MOVE WS-FS-SALDOVAC TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF WS-FS-EMP-OK
               SET WS-HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "PROG0043 - NO SE PUDO ABRIR EMPLEADOS, "
                       "STATUS " WS-FS-EMPLEADOS
                       ", LOS DIAS PERDIDOS VAN AL DEPTO CERO"
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF WS-FS-DEP-OK
               SET WS-HAY-DEPTOS TO TRUE
           ELSE
               DISPLAY "PROG0043 - NO SE PUDO ABRIR DEPARTAMENTOS, "
                       "STATUS " WS-FS-DEPARTAMENTOS
                       ", EL RESUMEN SALE SIN NOMBRE"
           END-IF.
           OPEN INPUT PRESUP.
           IF WS-FS-PRE-OK
               SET WS-HAY-PRESUP TO TRUE
           END-IF.
           OPEN OUTPUT PRESNUE.
           OPEN EXTEND ACUMHIST.
           SET WS-ARCHIVOS-ABIERTOS TO TRUE.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ARCHIVA-ACUMPAG : COPIA A ACUMHIST EL ACUMULADOR FINAL    *
      *                        DEL ANIO CERRADO. UN ACUMULADOR DE UN   *
      *                        ANIO ANTERIOR QUE NUNCA SE CERRO        *
      *                        (POSTERIOR AL ULTIMO DE CIERRANU)       *
      *                        TAMBIEN SE ARCHIVA; LOS DE ANIOS YA     *
      *                        CERRADOS YA ESTAN EN ACUMHIST. UNO DE   *
      *                        UN ANIO POSTERIOR YA FUE REINICIADO     *
      *                        POR PROG0036 Y SOLO SE CUENTA.          *
      *----------------------------------------------------------------*
       2000-ARCHIVA-ACUMPAG.
           MOVE "PASO 1 - ARCHIVO DE ACUMPAG EN EL HISTORICO ACUMHIST"
                TO WS-PAS-TEXTO.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               PERFORM 2100-ARCHIVA-ACUMULADOR THRU 2100-EXIT
                   UNTIL WS-FIN-ACUMPAG
           END-IF.

           MOVE WS-ENCABEZADO-CONTROL TO REG-CIERRPT.
           WRITE REG-CIERRPT.
           MOVE "ACUMULADORES A ARCHIVAR"   TO WS-CAN-ROTULO.
           MOVE WS-ACU-A-ARCHIVAR           TO WS-CAN-ANTES.
           MOVE WS-ACU-ARCHIVADOS           TO WS-CAN-DESPUES.
           PERFORM 9200-ESCRIBE-CANTIDAD THRU 9200-EXIT.
           MOVE "IMPORTE PAGADO"            TO WS-CTL-ROTULO.
           MOVE WS-IMP-A-ARCHIVAR           TO WS-CTL-ANTES.
           MOVE WS-IMP-ARCHIVADO            TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "ACUMULADORES LEIDOS"       TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-ACU               TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  DE ANIOS ANTERIORES SIN CIERRE" TO WS-TOT-ROTULO.
           MOVE WS-ACU-ANT-ARCHIVADOS       TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  DE ANIOS YA CERRADOS"    TO WS-TOT-ROTULO.
           MOVE WS-ACU-YA-CERRADOS          TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  YA REINICIADOS (ANIO POST.)" TO WS-TOT-ROTULO.
           MOVE WS-ACU-POSTERIORES          TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           IF WS-ACU-POSTERIORES NOT = ZERO
               DISPLAY "PROG0043 - *** AVISO: " WS-ACU-POSTERIORES
                       " ACUMULADORES YA REINICIADOS POR UN CICLO "
                       "DEL ANIO SIGUIENTE ***"
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ARCHIVA-ACUMULADOR.
           READ ACUMPAG
               AT END
                   SET WS-FIN-ACUMPAG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-ACU
                   EVALUATE TRUE
                       WHEN ACU-ANIO > WS-ANIO-CIERRE
                           ADD 1 TO WS-ACU-POSTERIORES
                       WHEN ACU-ANIO NOT > WS-ULT-ANIO-CERRADO
                           ADD 1 TO WS-ACU-YA-CERRADOS
                       WHEN OTHER
                           IF ACU-ANIO < WS-ANIO-CIERRE
                               ADD 1 TO WS-ACU-ANT-ARCHIVADOS
                           END-IF
                           PERFORM 2200-GRABA-HISTORICO
                               THRU 2200-EXIT
                   END-EVALUATE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-GRABA-HISTORICO.
           ADD 1                  TO WS-ACU-A-ARCHIVAR.
           ADD ACU-IMPORTE-PAGADO TO WS-IMP-A-ARCHIVAR.
           MOVE SPACES             TO REG-ACUMHIST.
           MOVE ACU-NUMERO-EMP     TO AHI-NUMERO-EMP.
           MOVE ACU-ANIO           TO AHI-ANIO.
           MOVE ACU-IMPORTE-PAGADO TO AHI-IMPORTE-PAGADO.
           MOVE ACU-CANT-CICLOS    TO AHI-CANT-CICLOS.
           MOVE ACU-ULT-FECHA-PAGO TO AHI-ULT-FECHA-PAGO.
           MOVE WS-FECHA-CORRIDA   TO AHI-FECHA-CIERRE.
           WRITE REG-ACUMHIST.
           IF WS-FS-AHI-OK
               ADD 1                  TO WS-ACU-ARCHIVADOS
               ADD AHI-IMPORTE-PAGADO TO WS-IMP-ARCHIVADO
           ELSE
               DISPLAY "PROG0043 - ERROR GRABANDO ACUMHIST, STATUS "
                       WS-FS-ACUMHIST " EMPLEADO " ACU-NUMERO-EMP
               MOVE WS-FS-ACUMHIST TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TOPEA-SALDOVAC : LLEVA CADA SALDO AL TOPE DE ARRASTRE.    *
      *                       LOS DIAS QUE EXCEDEN SE PIERDEN: SE      *
      *                       DESCUENTAN DEL SALDO Y DE LOS DIAS       *
      *                       ACREDITADOS, PARA QUE EL SALDO SIGA      *
      *                       SIENDO ACREDITADOS MENOS TOMADOS.        *
      *----------------------------------------------------------------*
       3000-TOPEA-SALDOVAC.
           MOVE "PASO 2 - TOPE DE ARRASTRE DE LOS SALDOS DE VACACIONES"
                TO WS-PAS-TEXTO.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               PERFORM 3100-TOPEA-SALDO THRU 3100-EXIT
                   UNTIL WS-FIN-SALDOVAC
           END-IF.

           MOVE WS-ENCABEZADO-CONTROL TO REG-CIERRPT.
           WRITE REG-CIERRPT.
           MOVE "SALDOS DE VACACIONES"      TO WS-CAN-ROTULO.
           MOVE WS-LEIDOS-VAC               TO WS-CAN-ANTES.
           MOVE WS-LEIDOS-VAC               TO WS-CAN-DESPUES.
           PERFORM 9200-ESCRIBE-CANTIDAD THRU 9200-EXIT.
           MOVE "DIAS DE SALDO"             TO WS-CTL-ROTULO.
           MOVE WS-SALDO-ANTES              TO WS-CTL-ANTES.
           MOVE WS-SALDO-DESPUES            TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "DIAS PERDIDOS POR TOPE"    TO WS-CTL-ROTULO.
           MOVE ZEROS                       TO WS-CTL-ANTES.
           MOVE WS-DIAS-PERDIDOS            TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "SALDOS TOPEADOS"           TO WS-TOT-ROTULO.
           MOVE WS-TOPEADOS                 TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "DIAS PERDIDOS POR DEPARTAMENTO:" TO WS-PAS-TEXTO.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
           PERFORM 3200-IMPRIME-DEPTO THRU 3200-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS.
       3000-EXIT.
           EXIT.

       3100-TOPEA-SALDO.
           READ SALDOVAC NEXT RECORD
               AT END
                   SET WS-FIN-SALDOVAC TO TRUE
               NOT AT END
                   ADD 1         TO WS-LEIDOS-VAC
                   ADD VAC-SALDO TO WS-SALDO-ANTES
                   IF VAC-SALDO > WS-TOPE-ARRASTRE
                       PERFORM 3150-APLICA-TOPE THRU 3150-EXIT
                   END-IF
                   ADD VAC-SALDO TO WS-SALDO-DESPUES
           END-READ.
       3100-EXIT.
           EXIT.

       3150-APLICA-TOPE.
           COMPUTE WS-PERDIDOS-EMP = VAC-SALDO - WS-TOPE-ARRASTRE.
           MOVE WS-TOPE-ARRASTRE TO VAC-SALDO.
           IF VAC-DIAS-ACREDITADOS > WS-PERDIDOS-EMP
               SUBTRACT WS-PERDIDOS-EMP FROM VAC-DIAS-ACREDITADOS
           ELSE
               MOVE ZEROS TO VAC-DIAS-ACREDITADOS
           END-IF.
           REWRITE REG-SALDOVAC.
           IF NOT WS-FS-VAC-OK
               DISPLAY "PROG0043 - ERROR ACTUALIZANDO SALDOVAC, "
                       "STATUS " WS-FS-SALDOVAC
                       " EMPLEADO " VAC-NUMERO-EMP
               MOVE WS-FS-SALDOVAC TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
               GO TO 3150-EXIT
           END-IF.
           ADD 1               TO WS-TOPEADOS.
           ADD WS-PERDIDOS-EMP TO WS-DIAS-PERDIDOS.

           MOVE ZEROS TO WS-DEPTO-ACTUAL.
           IF WS-HAY-MAESTRO
               MOVE VAC-NUMERO-EMP TO REG-NUMERO-EMP
               READ EMPLEADOS
                   KEY IS REG-NUMERO-EMP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-DEPTO-EMP TO WS-DEPTO-ACTUAL
               END-READ
           END-IF.
           PERFORM 7000-UBICA-DEPTO THRU 7000-EXIT.
           IF WS-DEPTO-ENCONTRADO
               ADD 1 TO WS-TD-TOPEADOS (WS-IND-DEPTO-TBL)
               ADD WS-PERDIDOS-EMP
                     TO WS-TD-PERDIDOS (WS-IND-DEPTO-TBL)
           END-IF.
       3150-EXIT.
           EXIT.

       3200-IMPRIME-DEPTO.
           MOVE SPACES TO WS-DEP-NOMBRE.
           IF WS-HAY-DEPTOS
               MOVE WS-TD-DEPTO (WS-IND-DEPTO-TBL) TO REG-NUMERO-DEP
               READ DEPARTAMENTOS
                   KEY IS REG-NUMERO-DEP
                   INVALID KEY
                       MOVE "(NO REGISTRADO)" TO WS-DEP-NOMBRE
                   NOT INVALID KEY
                       MOVE REG-NOMBRE-DEP    TO WS-DEP-NOMBRE
               END-READ
           END-IF.
           MOVE WS-TD-DEPTO    (WS-IND-DEPTO-TBL) TO WS-DEP-DEPTO.
           MOVE WS-TD-TOPEADOS (WS-IND-DEPTO-TBL) TO WS-DEP-TOPEADOS.
           MOVE WS-TD-PERDIDOS (WS-IND-DEPTO-TBL) TO WS-DEP-PERDIDOS.
           MOVE WS-DETALLE-DEPTO TO REG-CIERRPT.
           WRITE REG-CIERRPT.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-SIEMBRA-PRESUP : COPIA PRESUP A PRESNUE TAL CUAL Y AGREGA *
      *                       UNA FILA DEL ANIO SIGUIENTE POR CADA     *
      *                       DEPARTAMENTO CON FILA DEL ANIO CERRADO Y *
      *                       SIN FILA DEL SIGUIENTE: MISMA DOTACION Y *
      *                       LA MASA SALARIAL CON EL AUMENTO.         *
      *----------------------------------------------------------------*
       4000-SIEMBRA-PRESUP.
           MOVE "PASO 3 - SIEMBRA DEL PRESUPUESTO DEL ANIO SIGUIENTE"
                TO WS-PAS-TEXTO.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
           IF WS-CORRIDA-ANORMAL
               CONTINUE
           ELSE
               IF WS-HAY-PRESUP
                   PERFORM 4100-COPIA-FILA THRU 4100-EXIT
                       UNTIL WS-FIN-PRESUP
                   PERFORM 4200-SIEMBRA-FILA THRU 4200-EXIT
                       VARYING WS-IND-PRESUP FROM 1 BY 1
                       UNTIL WS-IND-PRESUP > WS-NUM-PRESUP
               ELSE
                   MOVE "    PRESUP NO DISPONIBLE, NO SE SIEMBRA NADA"
                        TO WS-PAS-TEXTO
                   PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT
               END-IF
           END-IF.

           MOVE WS-ENCABEZADO-CONTROL TO REG-CIERRPT.
           WRITE REG-CIERRPT.
           MOVE "FILAS DE PRESUP / PRESNUE"   TO WS-CAN-ROTULO.
           MOVE WS-LEIDOS-PRE               TO WS-CAN-ANTES.
           MOVE WS-ESCRITOS-PRE             TO WS-CAN-DESPUES.
           PERFORM 9200-ESCRIBE-CANTIDAD THRU 9200-EXIT.
           MOVE "DOTACION SEMBRADA"         TO WS-CTL-ROTULO.
           MOVE WS-DOTACION-ANTES           TO WS-CTL-ANTES.
           MOVE WS-DOTACION-DESPUES         TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "MASA SALARIAL SEMBRADA"    TO WS-CTL-ROTULO.
           MOVE WS-MASA-ANTES               TO WS-CTL-ANTES.
           MOVE WS-MASA-DESPUES             TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "PORCENTAJE DE AUMENTO"     TO WS-CTL-ROTULO.
           MOVE ZEROS                       TO WS-CTL-ANTES.
           MOVE WS-PORC-AUMENTO             TO WS-CTL-DESPUES.
           PERFORM 9100-ESCRIBE-CONTROL THRU 9100-EXIT.
           MOVE "FILAS SEMBRADAS"           TO WS-TOT-ROTULO.
           MOVE WS-SEMBRADOS                TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  YA PRESUP. (NO SE SIEMBRA)" TO WS-TOT-ROTULO.
           MOVE WS-YA-PRESUPUESTADOS        TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  NO SEMBRADAS (TABLA LLENA)" TO WS-TOT-ROTULO.
           MOVE WS-NO-SEMBRADOS             TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
       4000-EXIT.
           EXIT.

       4100-COPIA-FILA.
           READ PRESUP
               AT END
                   SET WS-FIN-PRESUP TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-PRE
                   MOVE REG-PRESUP TO REG-PRESNUE
                   WRITE REG-PRESNUE
                   ADD 1 TO WS-ESCRITOS-PRE
                   IF PRE-ANIO = WS-ANIO-CIERRE
                       OR PRE-ANIO = WS-ANIO-SIGUIENTE
                       PERFORM 7200-UBICA-PRESUP THRU 7200-EXIT
                       IF WS-PRESUP-ENCONTRADO
                           PERFORM 4150-ANOTA-FILA THRU 4150-EXIT
                       ELSE
                           IF PRE-ANIO = WS-ANIO-CIERRE
                               ADD 1 TO WS-NO-SEMBRADOS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       4100-EXIT.
           EXIT.

       4150-ANOTA-FILA.
           IF PRE-ANIO = WS-ANIO-CIERRE
               MOVE "S"          TO WS-TP-CON-ANIO (WS-IND-PRESUP)
               MOVE PRE-DOTACION TO WS-TP-DOTACION (WS-IND-PRESUP)
               MOVE PRE-MASA     TO WS-TP-MASA     (WS-IND-PRESUP)
           ELSE
               MOVE "S"          TO WS-TP-CON-SIGUIENTE
                                                   (WS-IND-PRESUP)
           END-IF.
       4150-EXIT.
           EXIT.

       4200-SIEMBRA-FILA.
           IF WS-TP-CON-ANIO (WS-IND-PRESUP) = "S"
               IF WS-TP-CON-SIGUIENTE (WS-IND-PRESUP) = "S"
                   ADD 1 TO WS-YA-PRESUPUESTADOS
               ELSE
                   COMPUTE WS-MASA-NUEVA ROUNDED =
                       WS-TP-MASA (WS-IND-PRESUP) *
                       (100 + WS-PORC-AUMENTO) / 100
                   MOVE WS-TP-DEPTO    (WS-IND-PRESUP) TO PRE-DEPTO
                   MOVE WS-ANIO-SIGUIENTE              TO PRE-ANIO
                   MOVE WS-TP-DOTACION (WS-IND-PRESUP) TO PRE-DOTACION
                   MOVE WS-MASA-NUEVA                  TO PRE-MASA
                   MOVE REG-PRESUP TO REG-PRESNUE
                   WRITE REG-PRESNUE
                   ADD 1 TO WS-ESCRITOS-PRE
                   ADD 1 TO WS-SEMBRADOS
                   ADD WS-TP-DOTACION (WS-IND-PRESUP)
                                       TO WS-DOTACION-ANTES
                   ADD WS-TP-MASA     (WS-IND-PRESUP)
                                       TO WS-MASA-ANTES
                   ADD PRE-DOTACION    TO WS-DOTACION-DESPUES
                   ADD PRE-MASA        TO WS-MASA-DESPUES
               END-IF
           END-IF.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-REGISTRA-CIERRE : SI LOS TRES PASOS TERMINARON BIEN,      *
      *                        REGISTRA EL ANIO EN CIERRANU PARA QUE   *
      *                        NO SE PUEDA CERRAR DE NUEVO.            *
      *----------------------------------------------------------------*
       5000-REGISTRA-CIERRE.
           IF WS-CORRIDA-ANORMAL
               MOVE "PASO 4 - CIERRE NO REGISTRADO: HUBO ERRORES"
                    TO WS-PAS-TEXTO
           ELSE
               OPEN EXTEND CIERRANU
               MOVE SPACES           TO REG-CIERRANU
               MOVE WS-ANIO-CIERRE   TO CIE-ANIO
               MOVE WS-FECHA-CORRIDA TO CIE-FECHA
               MOVE WS-HORA-CORRIDA  TO CIE-HORA
               MOVE WS-PORC-AUMENTO  TO CIE-PORC-AUMENTO
               WRITE REG-CIERRANU
               CLOSE CIERRANU
               MOVE "PASO 4 - ANIO REGISTRADO COMO CERRADO EN CIERRANU"
                    TO WS-PAS-TEXTO
           END-IF.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-TERMINO : IMPRIME LAS FIRMAS, CIERRA LOS ARCHIVOS Y GRABA *
      *                EL FIN EN LA BITACORA.                          *
      *----------------------------------------------------------------*
       6000-TERMINO.
           MOVE SPACES TO WS-PAS-TEXTO.
           PERFORM 9000-ESCRIBE-PASO THRU 9000-EXIT.
           MOVE WS-LINEA-FIRMAS TO REG-CIERRPT.
           WRITE REG-CIERRPT.

           IF WS-ARCHIVOS-ABIERTOS
               CLOSE ACUMPAG
               CLOSE SALDOVAC
               IF WS-HAY-MAESTRO
                   CLOSE EMPLEADOS
               END-IF
               IF WS-HAY-DEPTOS
                   CLOSE DEPARTAMENTOS
               END-IF
               CLOSE PRESUP
               CLOSE PRESNUE
               CLOSE ACUMHIST
           END-IF.
           CLOSE CIERRPT.

           COMPUTE WS-LEIDOS-TOTAL   = WS-LEIDOS-ACU + WS-LEIDOS-VAC
                                     + WS-LEIDOS-PRE.
           COMPUTE WS-ESCRITOS-TOTAL = WS-ACU-ARCHIVADOS + WS-TOPEADOS
                                     + WS-SEMBRADOS.
           DISPLAY "PROG0043 - ANIO CERRADO          : "
                   WS-ANIO-CIERRE.
           DISPLAY "PROG0043 - ACUMULADORES ARCHIV.  : "
                   WS-ACU-ARCHIVADOS.
           DISPLAY "PROG0043 - SALDOS TOPEADOS       : " WS-TOPEADOS.
           DISPLAY "PROG0043 - DIAS PERDIDOS         : "
                   WS-DIAS-PERDIDOS.
           DISPLAY "PROG0043 - FILAS PRESUP SEMBRADAS: " WS-SEMBRADOS.

           MOVE "F"               TO BIT-TIPO-REG.
           MOVE WS-LEIDOS-TOTAL   TO BIT-LEIDOS.
           MOVE WS-ESCRITOS-TOTAL TO BIT-ESCRITOS.
           MOVE WS-NO-SEMBRADOS   TO BIT-RECHAZADOS.
           MOVE WS-STATUS-FINAL   TO BIT-FILE-STATUS.
           IF WS-CORRIDA-ANORMAL
               MOVE "A" TO BIT-TERMINACION
               MOVE 8   TO RETURN-CODE
           ELSE
               MOVE "N" TO BIT-TERMINACION
           END-IF.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-UBICA-DEPTO : BUSCA WS-DEPTO-ACTUAL EN LA TABLA DE DIAS   *
      *                    PERDIDOS; SI NO ESTA Y HAY LUGAR, LO        *
      *                    AGREGA EN CERO.                             *
      *----------------------------------------------------------------*
       7000-UBICA-DEPTO.
           MOVE "N" TO WS-SW-DEPTO-ENCONTRADO.
           PERFORM 7100-COMPARA-DEPTO THRU 7100-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS
                  OR WS-DEPTO-ENCONTRADO.
      *    AL CORTAR EL PERFORM VARYING EL INDICE YA QUEDO UNA        *
      *    POSICION DESPUES DE LA ENTRADA HALLADA; SE LO RETROCEDE    *
      *    PARA QUE APUNTE A LA ENTRADA QUE CORRESPONDE.              *
           IF WS-DEPTO-ENCONTRADO
               SUBTRACT 1 FROM WS-IND-DEPTO-TBL
           ELSE
               IF WS-NUM-DEPTOS >= 30
                   DISPLAY "PROG0043 - TABLA DE DEPTOS LLENA, NO SE "
                           "RESUME EL DEPARTAMENTO " WS-DEPTO-ACTUAL
               ELSE
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS  TO WS-IND-DEPTO-TBL
                   MOVE WS-DEPTO-ACTUAL
                        TO WS-TD-DEPTO    (WS-IND-DEPTO-TBL)
                   MOVE ZEROS
                        TO WS-TD-TOPEADOS (WS-IND-DEPTO-TBL)
                   MOVE ZEROS
                        TO WS-TD-PERDIDOS (WS-IND-DEPTO-TBL)
                   SET WS-DEPTO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-COMPARA-DEPTO.
           IF WS-TD-DEPTO (WS-IND-DEPTO-TBL) = WS-DEPTO-ACTUAL
               MOVE "S" TO WS-SW-DEPTO-ENCONTRADO
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7200-UBICA-PRESUP : BUSCA PRE-DEPTO EN LA TABLA DE FILAS DE    *
      *                     PRESUPUESTO; SI NO ESTA Y HAY LUGAR, LO    *
      *                     AGREGA SIN FILAS ANOTADAS.                 *
      *----------------------------------------------------------------*
       7200-UBICA-PRESUP.
           MOVE "N" TO WS-SW-PRESUP-ENCONTRADO.
           PERFORM 7300-COMPARA-PRESUP THRU 7300-EXIT
               VARYING WS-IND-PRESUP FROM 1 BY 1
               UNTIL WS-IND-PRESUP > WS-NUM-PRESUP
                  OR WS-PRESUP-ENCONTRADO.
           IF WS-PRESUP-ENCONTRADO
               SUBTRACT 1 FROM WS-IND-PRESUP
           ELSE
               IF WS-NUM-PRESUP >= 30
                   DISPLAY "PROG0043 - TABLA DE PRESUPUESTO LLENA, NO "
                           "SE SIEMBRA EL DEPARTAMENTO " PRE-DEPTO
               ELSE
                   ADD 1 TO WS-NUM-PRESUP
                   MOVE WS-NUM-PRESUP TO WS-IND-PRESUP
                   MOVE PRE-DEPTO
                        TO WS-TP-DEPTO         (WS-IND-PRESUP)
                   MOVE "N"
                        TO WS-TP-CON-ANIO      (WS-IND-PRESUP)
                   MOVE "N"
                        TO WS-TP-CON-SIGUIENTE (WS-IND-PRESUP)
                   MOVE ZEROS
                        TO WS-TP-DOTACION      (WS-IND-PRESUP)
                   MOVE ZEROS
                        TO WS-TP-MASA          (WS-IND-PRESUP)
                   SET WS-PRESUP-ENCONTRADO TO TRUE
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

       7300-COMPARA-PRESUP.
           IF WS-TP-DEPTO (WS-IND-PRESUP) = PRE-DEPTO
               MOVE "S" TO WS-SW-PRESUP-ENCONTRADO
           END-IF.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-ESCRIBE-PASO : ESCRIBE UN ROTULO O UN AVISO EN EL         *
      *                     REPORTE.                                   *
      *----------------------------------------------------------------*
       9000-ESCRIBE-PASO.
           MOVE WS-LINEA-PASO TO REG-CIERRPT.
           WRITE REG-CIERRPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-CONTROL : ESCRIBE UN TOTAL DE CONTROL CON SU      *
      *                        VALOR ANTES Y DESPUES DEL PASO.         *
      *----------------------------------------------------------------*
       9100-ESCRIBE-CONTROL.
           MOVE WS-LINEA-CONTROL TO REG-CIERRPT.
           WRITE REG-CIERRPT.
       9100-EXIT.
           EXIT.

       9200-ESCRIBE-CANTIDAD.
           MOVE WS-LINEA-CANTIDAD TO REG-CIERRPT.
           WRITE REG-CIERRPT.
       9200-EXIT.
           EXIT.

       9300-ESCRIBE-TOTAL.
           MOVE WS-DETALLE-TOTALES TO REG-CIERRPT.
           WRITE REG-CIERRPT.
       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9500-GRABA-BITACORA : GRABA EN LA BITACORA COMUN EL REGISTRO   *
      *                       DE INICIO O FIN YA ARMADO POR EL QUE     *
      *                       LLAMA (TIPO, CONTADORES, STATUS Y        *
      *                       TERMINACION), FECHADO AL MOMENTO.        *
      *----------------------------------------------------------------*
       9500-GRABA-BITACORA.
           ACCEPT WS-FECHA-BITAC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-BITAC  FROM TIME.
           MOVE "PROG0043"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.
