        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0042.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: CONTROL SEMANAL DE INTEGRIDAD REFERENCIAL ENTRE LOS   *
      *          MAESTROS. NO ACTUALIZA NADA: SOLO LISTA EN INTEGRPT   *
      *          LOS HUERFANOS EN CADA SENTIDO:                        *
      *            - EMPLEADOS CON UN DEPARTAMENTO O UN PUESTO QUE NO  *
      *              EXISTE EN DEPARTAMENTOS / PUESTOS.                *
      *            - EMPLEADOS ACTIVOS SIN REGISTRO EN SALDOVAC.       *
      *            - FILAS DE PRESUP DE UN DEPARTAMENTO INEXISTENTE.   *
      *            - SALDOS (SALDOVAC), ACUMULADORES (ACUMPAG) Y       *
      *              CAMBIOS DE SALARIO (HISTSAL) DE NUMEROS QUE NO    *
      *              ESTAN EN EL MAESTRO DE EMPLEADOS (POR EJEMPLO,    *
      *              LOS QUE PROG0024 PASO A ARCHEMP).                 *
      *          LOS CONTADORES VAN A LA BITACORA COMUN: EN EL         *
      *          REGISTRO DE FIN, LEIDOS SON LOS EMPLEADOS LEIDOS,     *
      *          ESCRITOS LOS HUERFANOS DEL LADO DEL MAESTRO DE        *
      *          EMPLEADOS Y RECHAZADOS LOS HUERFANOS DE LOS ARCHIVOS  *
      *          DEPENDIENTES, PARA QUE PROG0025 LOS MUESTRE.          *
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
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT DEPARTAMENTOS ASSIGN TO UT-S-DEPARTAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-DEP
               FILE STATUS IS WS-FS-DEPARTAMENTOS.
           SELECT PUESTOS   ASSIGN TO UT-S-PUESTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT SALDOVAC  ASSIGN TO UT-S-SALDOVAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-NUMERO-EMP
               FILE STATUS IS WS-FS-SALDOVAC.
           SELECT ACUMPAG   ASSIGN TO UT-S-ACUMPAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACU-NUMERO-EMP
               FILE STATUS IS WS-FS-ACUMPAG.
           SELECT OPTIONAL PRESUP ASSIGN TO UT-S-PRESUP
               FILE STATUS IS WS-FS-PRESUP.
           SELECT OPTIONAL HISTSAL ASSIGN TO UT-S-HISTSAL
               FILE STATUS IS WS-FS-HISTSAL.
           SELECT INTEGRPT  ASSIGN TO UT-S-INTEGRPT.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

       DATA DIVISION.
       FILE SECTION .
      *    FD EMPLEADOS : PRIMERO SE RECORRE EN SECUENCIA Y DESPUES SE *
      *    LEE POR CLAVE PARA CONTROLAR LOS ARCHIVOS DEPENDIENTES.     *
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

       FD  PUESTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PUESTOS.
       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

      *    FD SALDOVAC : SE LEE POR CLAVE PARA CADA ACTIVO Y DESPUES   *
      *    SE RECORRE EN SECUENCIA BUSCANDO SALDOS SIN EMPLEADO.       *
       FD  SALDOVAC
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SALDOVAC.
       01  REG-SALDOVAC           PIC X(26).
           COPY REGVACFD.

       FD  ACUMPAG
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMPAG.
       01  REG-ACUMPAG            PIC X(31).
           COPY REGACUFD.

       FD  PRESUP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRESUP.
           COPY REGPREFD.

       FD  HISTSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTSAL.
           COPY REGHSAFD.

       FD  INTEGRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INTEGRPT.
       01  REG-INTEGRPT           PIC X(100).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-EMP        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-PRE        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-VAC        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-ACU        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-HSA        PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-SIN-DEPTO     PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-SIN-PUESTO    PIC 9(05)    VALUE ZEROS.
           05 WS-ACTIVOS-SIN-SALDO PIC 9(05)    VALUE ZEROS.
           05 WS-PRESUP-SIN-DEPTO  PIC 9(05)    VALUE ZEROS.
           05 WS-SALDOS-HUERFANOS  PIC 9(05)    VALUE ZEROS.
           05 WS-ACUM-HUERFANOS    PIC 9(05)    VALUE ZEROS.
           05 WS-HISTSAL-HUERFANOS PIC 9(05)    VALUE ZEROS.
           05 WS-HUERFANOS-MAESTRO PIC 9(05)    VALUE ZEROS.
           05 WS-HUERFANOS-DEPEND  PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-EMPLEADOS  PIC X(01)    VALUE "N".
              88 WS-FIN-EMPLEADOS               VALUE "S".
           05 WS-SW-FIN-PRESUP     PIC X(01)    VALUE "N".
              88 WS-FIN-PRESUP                  VALUE "S".
           05 WS-SW-FIN-SALDOVAC   PIC X(01)    VALUE "N".
              88 WS-FIN-SALDOVAC                VALUE "S".
           05 WS-SW-FIN-ACUMPAG    PIC X(01)    VALUE "N".
              88 WS-FIN-ACUMPAG                 VALUE "S".
           05 WS-SW-FIN-HISTSAL    PIC X(01)    VALUE "N".
              88 WS-FIN-HISTSAL                 VALUE "S".
           05 WS-SW-HAY-SALDOVAC   PIC X(01)    VALUE "N".
              88 WS-HAY-SALDOVAC                VALUE "S".
           05 WS-SW-HAY-ACUMPAG    PIC X(01)    VALUE "N".
              88 WS-HAY-ACUMPAG                 VALUE "S".
           05 WS-SW-HAY-PRESUP     PIC X(01)    VALUE "N".
              88 WS-HAY-PRESUP                  VALUE "S".
           05 WS-SW-HAY-HISTSAL    PIC X(01)    VALUE "N".
              88 WS-HAY-HISTSAL                 VALUE "S".
           05 WS-SW-EXISTE-EMP     PIC X(01)    VALUE "N".
              88 WS-EXISTE-EMP                  VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-DEPARTAMENTOS  PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".
           05 WS-FS-SALDOVAC       PIC X(02)    VALUE "00".
              88 WS-FS-VAC-OK                   VALUE "00".
           05 WS-FS-ACUMPAG        PIC X(02)    VALUE "00".
              88 WS-FS-ACU-OK                   VALUE "00".
           05 WS-FS-PRESUP         PIC X(02)    VALUE "00".
              88 WS-FS-PRE-OK                   VALUE "00".
           05 WS-FS-HISTSAL        PIC X(02)    VALUE "00".
              88 WS-FS-HSA-OK                   VALUE "00".

      *    AREAS DE LA BITACORA DE CORRIDAS: FECHA/HORA DE CADA       *
      *    GRABACION, EL FILE STATUS FINAL Y LA MARCA DE CORRIDA      *
      *    ANORMAL QUE SE PRENDE CUANDO UN MAESTRO NO ABRE.           *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".
           05 WS-SW-CORRIDA-ANORMAL
                                  PIC X(01)    VALUE "N".
              88 WS-CORRIDA-ANORMAL            VALUE "S".

       01  WS-FECHA-CORRIDA        PIC 9(08)    VALUE ZEROS.

       01  WS-TITULO-INTEG.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(40)
               VALUE "CONTROL DE INTEGRIDAD ENTRE MAESTROS - ".
           05  WS-TIT-FECHA       PIC 9(08).

       01  WS-LINEA-SECCION.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(04)    VALUE ">>> ".
           05  WS-SEC-TEXTO       PIC X(60).

       01  WS-DETALLE-INTEG.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ARCHIVO      PIC X(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CLAVE        PIC X(14).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(40).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DATO         PIC X(30).

       01  WS-DETALLE-TOTALES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               PERFORM 2000-CONTROLA-EMPLEADOS THRU 2000-EXIT
               PERFORM 3000-CONTROLA-PRESUP    THRU 3000-EXIT
               PERFORM 4000-CONTROLA-SALDOVAC  THRU 4000-EXIT
               PERFORM 5000-CONTROLA-ACUMPAG   THRU 5000-EXIT
               PERFORM 6000-CONTROLA-HISTSAL   THRU 6000-EXIT
           END-IF.
           PERFORM 7000-TERMINO THRU 7000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : GRABA EL INICIO EN LA BITACORA, ABRE LOS         *
      *               MAESTROS E IMPRIME EL TITULO. EMPLEADOS,         *
      *               DEPARTAMENTOS Y PUESTOS SON IMPRESCINDIBLES; SI  *
      *               UNO DE LOS ARCHIVOS DEPENDIENTES NO ABRE, SU     *
      *               CONTROL SE OMITE Y SE DEJA CONSTANCIA.           *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE "I"   TO BIT-TIPO-REG.
           MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS.
           MOVE "00"  TO BIT-FILE-STATUS.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN OUTPUT INTEGRPT.
           MOVE WS-FECHA-CORRIDA  TO WS-TIT-FECHA.
           MOVE WS-TITULO-INTEG   TO REG-INTEGRPT.
           WRITE REG-INTEGRPT.

           OPEN INPUT EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0042 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF NOT WS-FS-DEP-OK
               DISPLAY "PROG0042 - ERROR ABRIENDO DEPARTAMENTOS, "
                       "STATUS " WS-FS-DEPARTAMENTOS
               MOVE WS-FS-DEPARTAMENTOS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN INPUT PUESTOS.
           IF NOT WS-FS-PUE-OK
               DISPLAY "PROG0042 - ERROR ABRIENDO PUESTOS, "
                       "STATUS " WS-FS-PUESTOS
               MOVE WS-FS-PUESTOS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.

           OPEN INPUT SALDOVAC.
           IF WS-FS-VAC-OK
               SET WS-HAY-SALDOVAC TO TRUE
           ELSE
               MOVE "SALDOVAC" TO WS-DET-ARCHIVO
               MOVE WS-FS-SALDOVAC TO WS-STATUS-FINAL
               PERFORM 9200-AVISA-OMITIDO THRU 9200-EXIT
           END-IF.
           OPEN INPUT ACUMPAG.
           IF WS-FS-ACU-OK
               SET WS-HAY-ACUMPAG TO TRUE
           ELSE
               MOVE "ACUMPAG"  TO WS-DET-ARCHIVO
               MOVE WS-FS-ACUMPAG TO WS-STATUS-FINAL
               PERFORM 9200-AVISA-OMITIDO THRU 9200-EXIT
           END-IF.
      *    PRESUP E HISTSAL SON OPTIONAL: SI NO ESTAN, EL OPEN LOS    *
      *    DEJA EN FIN DE ARCHIVO Y NO HAY NADA QUE CONTROLAR.        *
           OPEN INPUT PRESUP.
           IF WS-FS-PRE-OK
               SET WS-HAY-PRESUP TO TRUE
           END-IF.
           OPEN INPUT HISTSAL.
           IF WS-FS-HSA-OK
               SET WS-HAY-HISTSAL TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-CONTROLA-EMPLEADOS : RECORRE EL MAESTRO DE EMPLEADOS      *
      *                           CONTROLANDO SUS CODIGOS Y EL SALDO   *
      *                           DE VACACIONES DE LOS ACTIVOS.        *
      *----------------------------------------------------------------*
       2000-CONTROLA-EMPLEADOS.
           MOVE "EMPLEADOS CONTRA DEPARTAMENTOS, PUESTOS Y SALDOVAC"
                                   TO WS-SEC-TEXTO.
           PERFORM 9100-ESCRIBE-SECCION THRU 9100-EXIT.
           PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT.
           PERFORM 2100-CONTROLA-UN-EMPLEADO THRU 2100-EXIT
               UNTIL WS-FIN-EMPLEADOS.
       2000-EXIT.
           EXIT.

       2100-CONTROLA-UN-EMPLEADO.
           MOVE "EMPLEADO"         TO WS-DET-ARCHIVO.
           MOVE SPACES             TO WS-DET-CLAVE.
           MOVE REG-NUMERO-EMP     TO WS-DET-CLAVE (1 : 5).
           MOVE SPACES             TO WS-DET-DATO.
           IF REG-STATUS-EMP = 1
               MOVE "ACTIVO"       TO WS-DET-DATO (13 : 8)
           ELSE
               MOVE "INACTIVO"     TO WS-DET-DATO (13 : 8)
           END-IF.

           MOVE REG-DEPTO-EMP      TO REG-NUMERO-DEP.
           READ DEPARTAMENTOS
               KEY IS REG-NUMERO-DEP
               INVALID KEY
                   MOVE "DEPTO"        TO WS-DET-DATO (1 : 6)
                   MOVE REG-DEPTO-EMP  TO WS-DET-DATO (8 : 3)
                   MOVE "DEPARTAMENTO INEXISTENTE EN EL MAESTRO"
                                       TO WS-DET-MOTIVO
                   ADD 1               TO WS-EMP-SIN-DEPTO
                   PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
           END-READ.

           MOVE REG-PUESTO-EMP     TO REG-NUMERO-PUE.
           READ PUESTOS
               KEY IS REG-NUMERO-PUE
               INVALID KEY
                   MOVE "PUESTO"       TO WS-DET-DATO (1 : 6)
                   MOVE REG-PUESTO-EMP TO WS-DET-DATO (8 : 3)
                   MOVE "PUESTO INEXISTENTE EN EL MAESTRO"
                                       TO WS-DET-MOTIVO
                   ADD 1               TO WS-EMP-SIN-PUESTO
                   PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
           END-READ.

           IF REG-STATUS-EMP = 1
               AND WS-HAY-SALDOVAC
               MOVE REG-NUMERO-EMP TO VAC-NUMERO-EMP
               READ SALDOVAC
                   KEY IS VAC-NUMERO-EMP
                   INVALID KEY
                       MOVE SPACES TO WS-DET-DATO (1 : 11)
                       MOVE "ACTIVO SIN SALDO DE VACACIONES"
                                       TO WS-DET-MOTIVO
                       ADD 1           TO WS-ACTIVOS-SIN-SALDO
                       PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
               END-READ
           END-IF.
           PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-CONTROLA-PRESUP : CADA FILA DE PRESUPUESTO DEBE SER DE UN *
      *                        DEPARTAMENTO DEL MAESTRO.               *
      *----------------------------------------------------------------*
       3000-CONTROLA-PRESUP.
           MOVE "PRESUP CONTRA DEPARTAMENTOS" TO WS-SEC-TEXTO.
           PERFORM 9100-ESCRIBE-SECCION THRU 9100-EXIT.
           IF NOT WS-HAY-PRESUP
               SET WS-FIN-PRESUP TO TRUE
           END-IF.
           PERFORM 8100-LEER-PRESUP THRU 8100-EXIT
               UNTIL WS-FIN-PRESUP.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-CONTROLA-SALDOVAC : CADA SALDO DE VACACIONES DEBE SER DE  *
      *                          UN EMPLEADO DEL MAESTRO.              *
      *----------------------------------------------------------------*
       4000-CONTROLA-SALDOVAC.
           MOVE "SALDOVAC CONTRA EMPLEADOS" TO WS-SEC-TEXTO.
           PERFORM 9100-ESCRIBE-SECCION THRU 9100-EXIT.
           IF WS-HAY-SALDOVAC
               MOVE ZEROS TO VAC-NUMERO-EMP
               START SALDOVAC KEY IS NOT LESS THAN VAC-NUMERO-EMP
                   INVALID KEY
                       SET WS-FIN-SALDOVAC TO TRUE
               END-START
           ELSE
               SET WS-FIN-SALDOVAC TO TRUE
           END-IF.
           PERFORM 8200-LEER-SALDOVAC THRU 8200-EXIT
               UNTIL WS-FIN-SALDOVAC.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-CONTROLA-ACUMPAG : CADA ACUMULADOR DE PAGOS DEBE SER DE   *
      *                         UN EMPLEADO DEL MAESTRO.               *
      *----------------------------------------------------------------*
       5000-CONTROLA-ACUMPAG.
           MOVE "ACUMPAG CONTRA EMPLEADOS" TO WS-SEC-TEXTO.
           PERFORM 9100-ESCRIBE-SECCION THRU 9100-EXIT.
           IF NOT WS-HAY-ACUMPAG
               SET WS-FIN-ACUMPAG TO TRUE
           END-IF.
           PERFORM 8300-LEER-ACUMPAG THRU 8300-EXIT
               UNTIL WS-FIN-ACUMPAG.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 6000-CONTROLA-HISTSAL : CADA CAMBIO DEL HISTORIAL DE SALARIOS  *
      *                         DEBE SER DE UN EMPLEADO DEL MAESTRO.   *
      *----------------------------------------------------------------*
       6000-CONTROLA-HISTSAL.
           MOVE "HISTSAL CONTRA EMPLEADOS" TO WS-SEC-TEXTO.
           PERFORM 9100-ESCRIBE-SECCION THRU 9100-EXIT.
           IF NOT WS-HAY-HISTSAL
               SET WS-FIN-HISTSAL TO TRUE
           END-IF.
           PERFORM 8400-LEER-HISTSAL THRU 8400-EXIT
               UNTIL WS-FIN-HISTSAL.
       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-TERMINO : IMPRIME LOS TOTALES DE CONTROL, CIERRA LOS      *
      *                ARCHIVOS Y GRABA EL FIN EN LA BITACORA.         *
      *----------------------------------------------------------------*
       7000-TERMINO.
           COMPUTE WS-HUERFANOS-MAESTRO = WS-EMP-SIN-DEPTO
                                        + WS-EMP-SIN-PUESTO
                                        + WS-ACTIVOS-SIN-SALDO.
           COMPUTE WS-HUERFANOS-DEPEND  = WS-PRESUP-SIN-DEPTO
                                        + WS-SALDOS-HUERFANOS
                                        + WS-ACUM-HUERFANOS
                                        + WS-HISTSAL-HUERFANOS.

           MOVE "EMPLEADOS LEIDOS          : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-EMP                  TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "EMPLEADOS SIN DEPTO       : " TO WS-TOT-ROTULO.
           MOVE WS-EMP-SIN-DEPTO               TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "EMPLEADOS SIN PUESTO      : " TO WS-TOT-ROTULO.
           MOVE WS-EMP-SIN-PUESTO              TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "ACTIVOS SIN SALDOVAC      : " TO WS-TOT-ROTULO.
           MOVE WS-ACTIVOS-SIN-SALDO           TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "FILAS PRESUP LEIDAS       : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-PRE                  TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "PRESUP SIN DEPTO          : " TO WS-TOT-ROTULO.
           MOVE WS-PRESUP-SIN-DEPTO            TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "SALDOS LEIDOS             : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-VAC                  TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "SALDOS SIN EMPLEADO       : " TO WS-TOT-ROTULO.
           MOVE WS-SALDOS-HUERFANOS            TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "ACUMULADORES LEIDOS       : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-ACU                  TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "ACUMULADORES SIN EMPLEADO : " TO WS-TOT-ROTULO.
           MOVE WS-ACUM-HUERFANOS              TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "CAMBIOS HISTSAL LEIDOS    : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-HSA                  TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "HISTSAL SIN EMPLEADO      : " TO WS-TOT-ROTULO.
           MOVE WS-HISTSAL-HUERFANOS           TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.

           CLOSE EMPLEADOS.
           CLOSE DEPARTAMENTOS.
           CLOSE PUESTOS.
           IF WS-HAY-SALDOVAC
               CLOSE SALDOVAC
           END-IF.
           IF WS-HAY-ACUMPAG
               CLOSE ACUMPAG
           END-IF.
           CLOSE PRESUP.
           CLOSE HISTSAL.
           CLOSE INTEGRPT.
           DISPLAY "PROG0042 - EMPLEADOS LEIDOS      : "
                   WS-LEIDOS-EMP.
           DISPLAY "PROG0042 - HUERFANOS DEL MAESTRO : "
                   WS-HUERFANOS-MAESTRO.
           DISPLAY "PROG0042 - HUERFANOS DEPENDIENTES: "
                   WS-HUERFANOS-DEPEND.

           MOVE "F"                  TO BIT-TIPO-REG.
           MOVE WS-LEIDOS-EMP        TO BIT-LEIDOS.
           MOVE WS-HUERFANOS-MAESTRO TO BIT-ESCRITOS.
           MOVE WS-HUERFANOS-DEPEND  TO BIT-RECHAZADOS.
           MOVE WS-STATUS-FINAL      TO BIT-FILE-STATUS.
           IF WS-CORRIDA-ANORMAL
               MOVE "A" TO BIT-TERMINACION
               MOVE 8   TO RETURN-CODE
           ELSE
               MOVE "N" TO BIT-TERMINACION
               IF WS-HUERFANOS-MAESTRO NOT = ZERO
                   OR WS-HUERFANOS-DEPEND NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7500-BUSCA-EMPLEADO : LEE POR CLAVE EL NUMERO CARGADO EN       *
      *                       REG-NUMERO-EMP Y DEJA WS-EXISTE-EMP.     *
      *----------------------------------------------------------------*
       7500-BUSCA-EMPLEADO.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "N" TO WS-SW-EXISTE-EMP
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-EXISTE-EMP
           END-READ.
       7500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-LEER-EMPLEADO : LEE EN SECUENCIA EL SIGUIENTE EMPLEADO.   *
      *----------------------------------------------------------------*
       8000-LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   SET WS-FIN-EMPLEADOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-EMP
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-LEER-PRESUP : LEE UNA FILA DE PRESUP Y LA BUSCA EN EL     *
      *                    MAESTRO DE DEPARTAMENTOS.                   *
      *----------------------------------------------------------------*
       8100-LEER-PRESUP.
           READ PRESUP
               AT END
                   SET WS-FIN-PRESUP TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-PRE
                   MOVE PRE-DEPTO TO REG-NUMERO-DEP
                   READ DEPARTAMENTOS
                       KEY IS REG-NUMERO-DEP
                       INVALID KEY
                           MOVE "PRESUP"   TO WS-DET-ARCHIVO
                           MOVE SPACES     TO WS-DET-CLAVE
                           MOVE PRE-DEPTO  TO WS-DET-CLAVE (1 : 3)
                           MOVE "/"        TO WS-DET-CLAVE (4 : 1)
                           MOVE PRE-ANIO   TO WS-DET-CLAVE (5 : 4)
                           MOVE "FILA DE UN DEPARTAMENTO INEXISTENTE"
                                           TO WS-DET-MOTIVO
                           MOVE SPACES     TO WS-DET-DATO
                           ADD 1           TO WS-PRESUP-SIN-DEPTO
                           PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
                   END-READ
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8200-LEER-SALDOVAC : LEE EL SIGUIENTE SALDO Y LO BUSCA EN EL   *
      *                      MAESTRO DE EMPLEADOS.                     *
      *----------------------------------------------------------------*
       8200-LEER-SALDOVAC.
           READ SALDOVAC NEXT RECORD
               AT END
                   SET WS-FIN-SALDOVAC TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-VAC
                   MOVE VAC-NUMERO-EMP TO REG-NUMERO-EMP
                   PERFORM 7500-BUSCA-EMPLEADO THRU 7500-EXIT
                   IF NOT WS-EXISTE-EMP
                       MOVE "SALDOVAC"     TO WS-DET-ARCHIVO
                       MOVE SPACES         TO WS-DET-CLAVE
                       MOVE VAC-NUMERO-EMP TO WS-DET-CLAVE (1 : 5)
                       MOVE "SALDO DE UN EMPLEADO INEXISTENTE"
                                           TO WS-DET-MOTIVO
                       MOVE SPACES         TO WS-DET-DATO
                       ADD 1               TO WS-SALDOS-HUERFANOS
                       PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
                   END-IF
           END-READ.
       8200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8300-LEER-ACUMPAG : LEE EL SIGUIENTE ACUMULADOR Y LO BUSCA EN  *
      *                     EL MAESTRO DE EMPLEADOS.                   *
      *----------------------------------------------------------------*
       8300-LEER-ACUMPAG.
           READ ACUMPAG
               AT END
                   SET WS-FIN-ACUMPAG TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-ACU
                   MOVE ACU-NUMERO-EMP TO REG-NUMERO-EMP
                   PERFORM 7500-BUSCA-EMPLEADO THRU 7500-EXIT
                   IF NOT WS-EXISTE-EMP
                       MOVE "ACUMPAG"      TO WS-DET-ARCHIVO
                       MOVE SPACES         TO WS-DET-CLAVE
                       MOVE ACU-NUMERO-EMP TO WS-DET-CLAVE (1 : 5)
                       MOVE "ACUMULADO DE UN EMPLEADO INEXISTENTE"
                                           TO WS-DET-MOTIVO
                       MOVE SPACES         TO WS-DET-DATO
                       MOVE "ANIO"         TO WS-DET-DATO (1 : 4)
                       MOVE ACU-ANIO       TO WS-DET-DATO (6 : 4)
                       ADD 1               TO WS-ACUM-HUERFANOS
                       PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
                   END-IF
           END-READ.
       8300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8400-LEER-HISTSAL : LEE EL SIGUIENTE CAMBIO DEL HISTORIAL Y LO *
      *                     BUSCA EN EL MAESTRO DE EMPLEADOS.          *
      *----------------------------------------------------------------*
       8400-LEER-HISTSAL.
           READ HISTSAL
               AT END
                   SET WS-FIN-HISTSAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-HSA
                   MOVE HSA-NUMERO-EMP TO REG-NUMERO-EMP
                   PERFORM 7500-BUSCA-EMPLEADO THRU 7500-EXIT
                   IF NOT WS-EXISTE-EMP
                       MOVE "HISTSAL"      TO WS-DET-ARCHIVO
                       MOVE SPACES         TO WS-DET-CLAVE
                       MOVE HSA-NUMERO-EMP TO WS-DET-CLAVE (1 : 5)
                       MOVE "CAMBIO DE UN EMPLEADO INEXISTENTE"
                                           TO WS-DET-MOTIVO
                       MOVE SPACES         TO WS-DET-DATO
                       MOVE "FECHA"        TO WS-DET-DATO (1 : 5)
                       MOVE HSA-FECHA      TO WS-DET-DATO (7 : 8)
                       ADD 1               TO WS-HISTSAL-HUERFANOS
                       PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT
                   END-IF
           END-READ.
       8400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-ESCRIBE-HUERFANO : ESCRIBE LA LINEA DE DETALLE YA ARMADA. *
      *----------------------------------------------------------------*
       9000-ESCRIBE-HUERFANO.
           MOVE WS-DETALLE-INTEG TO REG-INTEGRPT.
           WRITE REG-INTEGRPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-SECCION : ESCRIBE EL ROTULO DE UN CONTROL.        *
      *----------------------------------------------------------------*
       9100-ESCRIBE-SECCION.
           MOVE WS-LINEA-SECCION TO REG-INTEGRPT.
           WRITE REG-INTEGRPT.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9200-AVISA-OMITIDO : DEJA CONSTANCIA EN CONSOLA Y EN EL        *
      *                      REPORTE DE QUE EL ARCHIVO CARGADO EN      *
      *                      WS-DET-ARCHIVO NO ABRIO Y QUE SU CONTROL  *
      *                      SE OMITE.                                 *
      *----------------------------------------------------------------*
       9200-AVISA-OMITIDO.
           DISPLAY "PROG0042 - NO SE PUDO ABRIR " WS-DET-ARCHIVO
                   ", STATUS " WS-STATUS-FINAL
                   ", SE OMITE SU CONTROL".
           MOVE SPACES                  TO WS-DET-CLAVE WS-DET-DATO.
           MOVE "NO SE PUDO ABRIR, CONTROL OMITIDO"
                                        TO WS-DET-MOTIVO.
           MOVE "STATUS"                TO WS-DET-DATO (1 : 6).
           MOVE WS-STATUS-FINAL         TO WS-DET-DATO (8 : 2).
           PERFORM 9000-ESCRIBE-HUERFANO THRU 9000-EXIT.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9300-ESCRIBE-TOTAL : ESCRIBE UNA LINEA DE TOTALES DE CONTROL.  *
      *----------------------------------------------------------------*
       9300-ESCRIBE-TOTAL.
           MOVE WS-DETALLE-TOTALES TO REG-INTEGRPT.
           WRITE REG-INTEGRPT.
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
           MOVE "PROG0042"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.
