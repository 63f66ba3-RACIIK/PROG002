        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0044.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: DIFERENCIAS RETROACTIVAS POR CAMBIOS DE SALARIO CON   *
      *          FECHA DE VIGENCIA PASADA. UN CAMBIO QUE PROG0012      *
      *          APLICA HOY CON REG-MANT-FECHA-EFECT ANTERIOR QUEDA EN *
      *          HISTSAL CON ESA FECHA; LOS CICLOS DE PAGO YA          *
      *          CONTABILIZADOS (PAGCTRL) CON FECHA IGUAL O POSTERIOR  *
      *          A LA VIGENCIA, Y HASTA EL ULTIMO PAGO DEL EMPLEADO EN *
      *          ACUMPAG, SE PAGARON CON EL SALARIO ANTERIOR. POR CADA *
      *          UNO SE ENVIA EN RETROPAG (COPYBOOK REGRPGFD) LA       *
      *          DIFERENCIA A PAGAR, O A RECUPERAR SI EL CAMBIO FUE    *
      *          UNA REBAJA, Y SE LISTA EN RETRORPT POR DEPARTAMENTO Y *
      *          EMPLEADO (ORDENADO CON SORT).                         *
      *          CONTROLES CONTRA EL DOBLE PAGO:                       *
      *            - RETCTRL GUARDA CUANTOS REGISTROS DE HISTSAL YA SE *
      *              EXAMINARON; CADA CORRIDA SOLO MIRA LOS NUEVOS,    *
      *              ASI LOS CICLOS PAGADOS DESPUES CON EL SALARIO     *
      *              NUEVO NO GENERAN DIFERENCIA. SIN RETCTRL (PRIMERA *
      *              CORRIDA) SOLO SE REGISTRA EL PUNTO DE PARTIDA.    *
      *              POR ESO CORRE CADA NOCHE DESPUES DE PROG0012 Y    *
      *              ANTES DEL PROXIMO CICLO DE PROG0036.              *
      *            - CADA DIFERENCIA ENVIADA QUEDA MARCADA COMO        *
      *              ENVIADA EN RETROHIS (COPYBOOK REGRHIFD); UNA      *
      *              CLAVE QUE YA ESTA AHI NO SE VUELVE A ENVIAR.      *
      *          PROG0020 RECONOCE LAS DIFERENCIAS ENVIADAS AL         *
      *          CONCILIAR EL PROXIMO RETNOMI. EN LA BITACORA, LEIDOS  *
      *          SON LOS CAMBIOS NUEVOS DE HISTSAL, ESCRITOS LAS       *
      *          DIFERENCIAS ENVIADAS Y RECHAZADOS LAS QUE YA ESTABAN  *
      *          ENVIADAS.                                             *
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
           SELECT OPTIONAL RETCTRL ASSIGN TO UT-S-RETCTRL
               FILE STATUS IS WS-FS-RETCTRL.
           SELECT OPTIONAL PAGCTRL ASSIGN TO UT-S-PAGCTRL
               FILE STATUS IS WS-FS-PAGCTRL.
           SELECT HISTSAL   ASSIGN TO UT-S-HISTSAL.
           SELECT ACUMPAG   ASSIGN TO UT-S-ACUMPAG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACU-NUMERO-EMP
               FILE STATUS IS WS-FS-ACUMPAG.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT RETROHIS  ASSIGN TO UT-S-RETROHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTH-CLAVE
               FILE STATUS IS WS-FS-RETROHIS.
           SELECT RETROPAG  ASSIGN TO UT-S-RETROPAG.
           SELECT RETRORPT  ASSIGN TO UT-S-RETRORPT.
           SELECT ORDRETRO  ASSIGN TO UT-S-ORDRETRO.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

       DATA DIVISION.
       FILE SECTION .
      *    FD RETCTRL : UN REGISTRO POR CORRIDA CON LA CANTIDAD DE     *
      *    REGISTROS DE HISTSAL YA EXAMINADOS; VALE EL ULTIMO. SE LEE  *
      *    ENTERO AL ARRANCAR Y SE LE AGREGA AL FINAL.                 *
       FD  RETCTRL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETCTRL.
       01  REG-RETCTRL.
           05 RTC-REG-HISTSAL      PIC 9(07).
           05 RTC-FECHA            PIC 9(08).
           05 RTC-HORA             PIC 9(06).
           05 RTC-ENVIADOS         PIC 9(05).
           05 FILLER               PIC X(04).

      *    FD PAGCTRL : CICLOS YA CONTABILIZADOS POR PROG0036, CON LA  *
      *    FECHA DE PAGO DE CADA UNO.                                  *
       FD  PAGCTRL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PAGCTRL.
       01  REG-PAGCTRL.
           05 PGC-CICLO            PIC 9(06).
           05 PGC-FECHA            PIC 9(08).

       FD  HISTSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTSAL.
           COPY REGHSAFD.

       FD  ACUMPAG
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMPAG.
       01  REG-ACUMPAG            PIC X(31).
           COPY REGACUFD.

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

       FD  RETROHIS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETROHIS.
       01  REG-RETROHIS           PIC X(80).
           COPY REGRHIFD.

       FD  RETROPAG
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETROPAG.
           COPY REGRPGFD.

       FD  RETRORPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETRORPT.
       01  REG-RETRORPT           PIC X(120).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       SD  ORDRETRO
           DATA RECORD IS REG-ORDRETRO.
       01  REG-ORDRETRO.
           05 SRT-DEPTO            PIC 9(03).
           05 SRT-NUMERO-EMP       PIC 9(05).
           05 SRT-FECHA-EFECT      PIC 9(08).
           05 SRT-CICLO            PIC 9(06).
           05 SRT-FECHA-CICLO      PIC 9(08).
           05 SRT-SALARIO-ANT      PIC 9(07)V99.
           05 SRT-SALARIO-NVO      PIC 9(07)V99.
           05 SRT-NOMBRE-EMP       PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-REG-HISTSAL       PIC 9(07)    VALUE ZEROS.
           05 WS-REG-PROCESADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-CAMBIOS-NUEVOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CAMBIOS-SIN-RETRO PIC 9(05)    VALUE ZEROS.
           05 WS-CAMBIOS-CON-RETRO PIC 9(05)    VALUE ZEROS.
           05 WS-ITEMS-GENERADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-ITEMS-ENVIADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-ITEMS-YA-ENVIADOS PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-A-PAGAR     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOTAL-A-RECUPERAR PIC 9(09)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-HISTSAL    PIC X(01)    VALUE "N".
              88 WS-FIN-HISTSAL                 VALUE "S".
           05 WS-SW-FIN-RETCTRL    PIC X(01)    VALUE "N".
              88 WS-FIN-RETCTRL                 VALUE "S".
           05 WS-SW-FIN-PAGCTRL    PIC X(01)    VALUE "N".
              88 WS-FIN-PAGCTRL                 VALUE "S".
           05 WS-SW-FIN-ORDENADO   PIC X(01)    VALUE "N".
              88 WS-FIN-ORDENADO                VALUE "S".
           05 WS-SW-HAY-CONTROL    PIC X(01)    VALUE "N".
              88 WS-HAY-CONTROL                 VALUE "S".
           05 WS-SW-HAY-MAESTRO    PIC X(01)    VALUE "N".
              88 WS-HAY-MAESTRO                 VALUE "S".
           05 WS-SW-PRIMER-ITEM    PIC X(01)    VALUE "S".
              88 WS-PRIMER-ITEM                 VALUE "S".
           05 WS-SW-ARCHIVOS-ABIERTOS
                                   PIC X(01)    VALUE "N".
              88 WS-ARCHIVOS-ABIERTOS           VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-RETCTRL        PIC X(02)    VALUE "00".
              88 WS-FS-RTC-OK                   VALUE "00".
           05 WS-FS-PAGCTRL        PIC X(02)    VALUE "00".
              88 WS-FS-PGC-OK                   VALUE "00".
           05 WS-FS-ACUMPAG        PIC X(02)    VALUE "00".
              88 WS-FS-ACU-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-RETROHIS       PIC X(02)    VALUE "00".
              88 WS-FS-RTH-OK                   VALUE "00".

       01  WS-FECHA-CORRIDA        PIC 9(08)    VALUE ZEROS.
       01  WS-HORA-CORRIDA         PIC 9(06)    VALUE ZEROS.

      *    CICLOS YA CONTABILIZADOS, CARGADOS DESDE PAGCTRL (MISMA    *
      *    TABLA QUE PROG0036, CON LA FECHA DE PAGO).                 *
       01  WS-NUM-CICLOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-CICLO            PIC 9(03)    COMP VALUE ZEROS.
       01  WS-TABLA-CICLOS.
           05 WS-CICLO-ENTRADA    OCCURS 200 TIMES.
              10 WS-CIC-CICLO     PIC 9(06).
              10 WS-CIC-FECHA     PIC 9(08).

      *    DATOS DEL CAMBIO DE SALARIO QUE SE ESTA EXAMINANDO.        *
       01  WS-ULT-FECHA-PAGO       PIC 9(08)    VALUE ZEROS.
       01  WS-DEPTO-CAMBIO         PIC 9(03)    VALUE ZEROS.
       01  WS-NOMBRE-CAMBIO        PIC X(30)    VALUE SPACES.
       01  WS-ITEMS-CAMBIO         PIC 9(05)    VALUE ZEROS.

      *    CORTES DE CONTROL DEL REPORTE: DEPARTAMENTO Y EMPLEADO.    *
       01  WS-DEPTO-ANTERIOR       PIC 9(03)    VALUE ZEROS.
       01  WS-EMP-ANTERIOR         PIC 9(05)    VALUE ZEROS.
       01  WS-NOMBRE-ANTERIOR      PIC X(30)    VALUE SPACES.
       01  WS-NETO-EMPLEADO        PIC S9(09)V99 VALUE ZEROS.
       01  WS-NETO-DEPTO           PIC S9(09)V99 VALUE ZEROS.
       01  WS-NETO-TOTAL           PIC S9(09)V99 VALUE ZEROS.
       01  WS-DIFERENCIA           PIC S9(07)V99 VALUE ZEROS.

      *    AREAS DE LA BITACORA DE CORRIDAS: FECHA/HORA DE CADA       *
      *    GRABACION, EL FILE STATUS FINAL Y LA MARCA DE CORRIDA      *
      *    ANORMAL QUE SE PRENDE CUANDO UN ARCHIVO NO ABRE.           *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".
           05 WS-SW-CORRIDA-ANORMAL
                                  PIC X(01)    VALUE "N".
              88 WS-CORRIDA-ANORMAL            VALUE "S".

       01  WS-TITULO-RETRO.
           05  FILLER             PIC X(25)    VALUE SPACES.
           05  FILLER             PIC X(50)
               VALUE "DIFERENCIAS RETROACTIVAS DE SALARIO - CORRIDA ".
           05  WS-TIT-FECHA       PIC 9(08).

       01  WS-ENCAB-RETRO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(34)
               VALUE "DEPTO EMPL. NOMBRE               ".
           05  FILLER             PIC X(35)
               VALUE " VIGENCIA  CICLO  FECHA CICLO  SAL.".
           05  FILLER             PIC X(35)
               VALUE " ANTERIOR   SAL. NUEVO  DIFERENCIA ".
           05  FILLER             PIC X(12)    VALUE "T MARCA".

       01  WS-DETALLE-RETRO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RET-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-RET-NUMERO       PIC 9(05).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RET-VIGENCIA     PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RET-CICLO        PIC 9(06).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-RET-FECHA-CICLO  PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RET-SAL-ANT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RET-SAL-NVO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RET-TIPO         PIC X(01).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RET-MARCA        PIC X(11).

       01  WS-LINEA-CORTE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-COR-ROTULO       PIC X(15).
           05 WS-COR-CLAVE        PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-COR-NOMBRE       PIC X(30).
           05 FILLER              PIC X(17)
                                  VALUE "  NETO RETROACT. ".
           05 WS-COR-NETO         PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-DETALLE-TOTALES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(34).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       01  WS-DETALLE-IMPORTES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-IMT-ROTULO      PIC X(34).
           05  WS-IMT-VALOR       PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-AVISO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-AVI-TEXTO       PIC X(80).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               IF WS-HAY-CONTROL
                   SORT ORDRETRO
                       ON ASCENDING KEY SRT-DEPTO SRT-NUMERO-EMP
                                        SRT-FECHA-EFECT SRT-CICLO
                                        SRT-SALARIO-NVO
                       INPUT  PROCEDURE IS 2000-GENERA-RETRO
                                        THRU 2999-EXIT
                       OUTPUT PROCEDURE IS 4000-ENVIA-RETRO
                                        THRU 4999-EXIT
               ELSE
                   PERFORM 1500-REGISTRA-PARTIDA THRU 1500-EXIT
               END-IF
           END-IF.
           PERFORM 5000-TERMINO THRU 5000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : GRABA EL INICIO EN LA BITACORA, CARGA EL PUNTO   *
      *               DE PARTIDA DE RETCTRL Y LOS CICLOS PAGADOS DE    *
      *               PAGCTRL Y ABRE LOS ARCHIVOS. SIN ACUMPAG O SIN   *
      *               RETROHIS NO SE PUEDE CALCULAR NI MARCAR NADA Y   *
      *               LA CORRIDA TERMINA ANORMAL.                      *
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

      *    EL OPEN DE UN ARCHIVO OPTIONAL AUSENTE DEJA EL ARCHIVO EN   *
      *    FIN DE ARCHIVO; EL CLOSE VA FUERA DEL IF PARA QUE EL OPEN   *
      *    EXTEND DE 5000-TERMINO NO LO ENCUENTRE TODAVIA ABIERTO.     *
           OPEN INPUT RETCTRL.
           IF WS-FS-RTC-OK
               PERFORM 1100-LEE-CONTROL THRU 1100-EXIT
                   UNTIL WS-FIN-RETCTRL
           END-IF.
           CLOSE RETCTRL.

           OPEN INPUT PAGCTRL.
           IF WS-FS-PGC-OK
               PERFORM 1200-CARGA-CICLO THRU 1200-EXIT
                   UNTIL WS-FIN-PAGCTRL
           END-IF.
           CLOSE PAGCTRL.

           OPEN INPUT  HISTSAL.
           OPEN OUTPUT RETROPAG.
           OPEN OUTPUT RETRORPT.
           MOVE WS-FECHA-CORRIDA TO WS-TIT-FECHA.
           MOVE WS-TITULO-RETRO  TO REG-RETRORPT.
           WRITE REG-RETRORPT.

           OPEN INPUT ACUMPAG.
           IF NOT WS-FS-ACU-OK
               DISPLAY "PROG0044 - ERROR ABRIENDO ACUMPAG, STATUS "
                       WS-FS-ACUMPAG
               MOVE WS-FS-ACUMPAG TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN I-O RETROHIS.
           IF NOT WS-FS-RTH-OK
               DISPLAY "PROG0044 - ERROR ABRIENDO RETROHIS, STATUS "
                       WS-FS-RETROHIS
               MOVE WS-FS-RETROHIS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF WS-FS-EMP-OK
               SET WS-HAY-MAESTRO TO TRUE
           ELSE
               DISPLAY "PROG0044 - NO SE PUDO ABRIR EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS ", EL REPORTE SALE SIN NOMBRE"
           END-IF.
           SET WS-ARCHIVOS-ABIERTOS TO TRUE.

           IF WS-CORRIDA-ANORMAL
               MOVE "*** NO SE CALCULAN DIFERENCIAS: FALTA ACUMPAG O RET
      -             "ROHIS ***" TO WS-AVI-TEXTO
               PERFORM 9200-ESCRIBE-AVISO THRU 9200-EXIT
           ELSE
               MOVE WS-ENCAB-RETRO TO REG-RETRORPT
               WRITE REG-RETRORPT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-LEE-CONTROL : VALE EL ULTIMO PUNTO DE PARTIDA GRABADO.    *
      *----------------------------------------------------------------*
       1100-LEE-CONTROL.
           READ RETCTRL
               AT END
                   SET WS-FIN-RETCTRL TO TRUE
               NOT AT END
                   IF RTC-REG-HISTSAL NUMERIC
                       SET WS-HAY-CONTROL TO TRUE
                       MOVE RTC-REG-HISTSAL TO WS-REG-PROCESADOS
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-CARGA-CICLO : CARGA UN CICLO YA CONTABILIZADO EN LA       *
      *                    TABLA.                                      *
      *----------------------------------------------------------------*
       1200-CARGA-CICLO.
           READ PAGCTRL
               AT END
                   SET WS-FIN-PAGCTRL TO TRUE
               NOT AT END
                   IF WS-NUM-CICLOS < 200
                       ADD 1 TO WS-NUM-CICLOS
                       MOVE PGC-CICLO
                            TO WS-CIC-CICLO (WS-NUM-CICLOS)
                       MOVE PGC-FECHA
                            TO WS-CIC-FECHA (WS-NUM-CICLOS)
                   ELSE
                       DISPLAY "PROG0044 - TABLA DE CICLOS LLENA, NO "
                               "SE CONSIDERA EL CICLO " PGC-CICLO
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1500-REGISTRA-PARTIDA : PRIMERA CORRIDA (SIN RETCTRL): NO SE   *
      *                         SABE QUE CAMBIOS VIEJOS YA SE PAGARON  *
      *                         CON EL SALARIO NUEVO, ASI QUE SOLO SE  *
      *                         CUENTA HISTSAL PARA QUE LA PROXIMA     *
      *                         CORRIDA ARRANQUE DESDE AQUI.           *
      *----------------------------------------------------------------*
       1500-REGISTRA-PARTIDA.
           PERFORM 1510-CUENTA-HISTSAL THRU 1510-EXIT
               UNTIL WS-FIN-HISTSAL.
           MOVE "PRIMERA CORRIDA: SE REGISTRA EL PUNTO DE PARTIDA EN RET
      -         "CTRL" TO WS-AVI-TEXTO.
           PERFORM 9200-ESCRIBE-AVISO THRU 9200-EXIT.
           DISPLAY "PROG0044 - PRIMERA CORRIDA, PUNTO DE PARTIDA EN "
                   "HISTSAL: " WS-REG-HISTSAL.
       1500-EXIT.
           EXIT.

       1510-CUENTA-HISTSAL.
           READ HISTSAL
               AT END
                   SET WS-FIN-HISTSAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-HISTSAL
           END-READ.
       1510-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-GENERA-RETRO : PROCEDIMIENTO DE ENTRADA DEL SORT. RECORRE *
      *                     HISTSAL Y, POR CADA CAMBIO NUEVO, ENTREGA  *
      *                     AL SORT UNA DIFERENCIA POR CICLO YA PAGADO *
      *                     CON EL SALARIO ANTERIOR.                   *
      *----------------------------------------------------------------*
       2000-GENERA-RETRO.
           PERFORM 2100-LEE-HISTSAL THRU 2100-EXIT
               UNTIL WS-FIN-HISTSAL.
       2999-EXIT.
           EXIT.

       2100-LEE-HISTSAL.
           READ HISTSAL
               AT END
                   SET WS-FIN-HISTSAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-HISTSAL
                   IF WS-REG-HISTSAL > WS-REG-PROCESADOS
                       ADD 1 TO WS-CAMBIOS-NUEVOS
                       PERFORM 2200-EXAMINA-CAMBIO THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-EXAMINA-CAMBIO : UN ALTA (SALARIO ANTERIOR EN CERO) O UN  *
      *                       REGISTRO SIN CAMBIO DE IMPORTE NO        *
      *                       GENERA DIFERENCIA; TAMPOCO UN EMPLEADO   *
      *                       SIN PAGOS EN ACUMPAG.                    *
      *----------------------------------------------------------------*
       2200-EXAMINA-CAMBIO.
           MOVE ZEROS TO WS-ITEMS-CAMBIO.
           IF HSA-FECHA NOT NUMERIC
               OR HSA-SALARIO-ANT NOT NUMERIC
               OR HSA-SALARIO-NVO NOT NUMERIC
               OR HSA-SALARIO-ANT = ZERO
               OR HSA-SALARIO-ANT = HSA-SALARIO-NVO
               CONTINUE
           ELSE
               MOVE HSA-NUMERO-EMP TO ACU-NUMERO-EMP
               READ ACUMPAG
                   KEY IS ACU-NUMERO-EMP
                   INVALID KEY
                       MOVE ZEROS TO WS-ULT-FECHA-PAGO
                   NOT INVALID KEY
                       MOVE ACU-ULT-FECHA-PAGO TO WS-ULT-FECHA-PAGO
               END-READ
               IF WS-ULT-FECHA-PAGO NOT < HSA-FECHA
                   PERFORM 2250-DATOS-EMPLEADO THRU 2250-EXIT
                   PERFORM 2300-EXAMINA-CICLO THRU 2300-EXIT
                       VARYING WS-IND-CICLO FROM 1 BY 1
                       UNTIL WS-IND-CICLO > WS-NUM-CICLOS
               END-IF
           END-IF.
           IF WS-ITEMS-CAMBIO = ZERO
               ADD 1 TO WS-CAMBIOS-SIN-RETRO
           ELSE
               ADD 1 TO WS-CAMBIOS-CON-RETRO
           END-IF.
       2200-EXIT.
           EXIT.

       2250-DATOS-EMPLEADO.
           MOVE ZEROS  TO WS-DEPTO-CAMBIO.
           MOVE SPACES TO WS-NOMBRE-CAMBIO.
           IF WS-HAY-MAESTRO
               MOVE HSA-NUMERO-EMP TO REG-NUMERO-EMP
               READ EMPLEADOS
                   KEY IS REG-NUMERO-EMP
                   INVALID KEY
                       MOVE "(NO ESTA EN EL MAESTRO)"
                            TO WS-NOMBRE-CAMBIO
                   NOT INVALID KEY
                       MOVE REG-DEPTO-EMP  TO WS-DEPTO-CAMBIO
                       MOVE REG-NOMBRE-EMP TO WS-NOMBRE-CAMBIO
               END-READ
           END-IF.
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-EXAMINA-CICLO : UN CICLO PAGADO ENTRE LA VIGENCIA DEL     *
      *                      CAMBIO Y EL ULTIMO PAGO DEL EMPLEADO SE   *
      *                      PAGO CON EL SALARIO ANTERIOR.             *
      *----------------------------------------------------------------*
       2300-EXAMINA-CICLO.
           IF WS-CIC-FECHA (WS-IND-CICLO) NOT < HSA-FECHA
               AND WS-CIC-FECHA (WS-IND-CICLO) NOT > WS-ULT-FECHA-PAGO
               MOVE WS-DEPTO-CAMBIO            TO SRT-DEPTO
               MOVE HSA-NUMERO-EMP             TO SRT-NUMERO-EMP
               MOVE HSA-FECHA                  TO SRT-FECHA-EFECT
               MOVE WS-CIC-CICLO (WS-IND-CICLO) TO SRT-CICLO
               MOVE WS-CIC-FECHA (WS-IND-CICLO) TO SRT-FECHA-CICLO
               MOVE HSA-SALARIO-ANT            TO SRT-SALARIO-ANT
               MOVE HSA-SALARIO-NVO            TO SRT-SALARIO-NVO
               MOVE WS-NOMBRE-CAMBIO           TO SRT-NOMBRE-EMP
               RELEASE REG-ORDRETRO
               ADD 1 TO WS-ITEMS-CAMBIO
               ADD 1 TO WS-ITEMS-GENERADOS
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-ENVIA-RETRO : PROCEDIMIENTO DE SALIDA DEL SORT. RECIBE    *
      *                    LAS DIFERENCIAS POR DEPARTAMENTO Y          *
      *                    EMPLEADO, LAS ENVIA Y LAS MARCA, CON CORTES *
      *                    DE CONTROL EN EL REPORTE.                   *
      *----------------------------------------------------------------*
       4000-ENVIA-RETRO.
           PERFORM 4100-RETORNA-ITEM THRU 4100-EXIT
               UNTIL WS-FIN-ORDENADO.
           IF NOT WS-PRIMER-ITEM
               PERFORM 4500-CORTE-EMPLEADO THRU 4500-EXIT
               PERFORM 4600-CORTE-DEPTO    THRU 4600-EXIT
           END-IF.
       4999-EXIT.
           EXIT.

       4100-RETORNA-ITEM.
           RETURN ORDRETRO
               AT END
                   SET WS-FIN-ORDENADO TO TRUE
               NOT AT END
                   PERFORM 4150-CONTROLA-CORTE THRU 4150-EXIT
                   PERFORM 4200-PROCESA-ITEM   THRU 4200-EXIT
           END-RETURN.
       4100-EXIT.
           EXIT.

       4150-CONTROLA-CORTE.
           IF WS-PRIMER-ITEM
               MOVE "N" TO WS-SW-PRIMER-ITEM
           ELSE
               IF SRT-DEPTO NOT = WS-DEPTO-ANTERIOR
                   PERFORM 4500-CORTE-EMPLEADO THRU 4500-EXIT
                   PERFORM 4600-CORTE-DEPTO    THRU 4600-EXIT
               ELSE
                   IF SRT-NUMERO-EMP NOT = WS-EMP-ANTERIOR
                       PERFORM 4500-CORTE-EMPLEADO THRU 4500-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE SRT-DEPTO      TO WS-DEPTO-ANTERIOR.
           MOVE SRT-NUMERO-EMP TO WS-EMP-ANTERIOR.
           MOVE SRT-NOMBRE-EMP TO WS-NOMBRE-ANTERIOR.
       4150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-PROCESA-ITEM : UNA DIFERENCIA QUE YA ESTA EN RETROHIS NO  *
      *                     SE VUELVE A ENVIAR; LAS DEMAS SE GRABAN EN *
      *                     RETROPAG Y QUEDAN MARCADAS COMO ENVIADAS.  *
      *----------------------------------------------------------------*
       4200-PROCESA-ITEM.
           MOVE SRT-DEPTO          TO WS-RET-DEPTO.
           MOVE SRT-NUMERO-EMP     TO WS-RET-NUMERO.
           MOVE SRT-NOMBRE-EMP     TO WS-RET-NOMBRE.
           MOVE SRT-FECHA-EFECT    TO WS-RET-VIGENCIA.
           MOVE SRT-CICLO          TO WS-RET-CICLO.
           MOVE SRT-FECHA-CICLO    TO WS-RET-FECHA-CICLO.
           MOVE SRT-SALARIO-ANT    TO WS-RET-SAL-ANT.
           MOVE SRT-SALARIO-NVO    TO WS-RET-SAL-NVO.
           COMPUTE WS-DIFERENCIA = SRT-SALARIO-NVO - SRT-SALARIO-ANT.
           IF WS-DIFERENCIA > ZERO
               MOVE "P" TO WS-RET-TIPO
           ELSE
               MOVE "R" TO WS-RET-TIPO
           END-IF.
           MOVE WS-DIFERENCIA      TO WS-RET-IMPORTE.

           MOVE SRT-NUMERO-EMP     TO RTH-NUMERO-EMP.
           MOVE SRT-FECHA-EFECT    TO RTH-FECHA-EFECT.
           MOVE SRT-CICLO          TO RTH-CICLO.
           MOVE SRT-SALARIO-NVO    TO RTH-SALARIO-NVO.
           READ RETROHIS
               KEY IS RTH-CLAVE
               INVALID KEY
                   PERFORM 4300-ENVIA-ITEM THRU 4300-EXIT
               NOT INVALID KEY
                   MOVE "YA ENVIADO" TO WS-RET-MARCA
                   ADD 1 TO WS-ITEMS-YA-ENVIADOS
           END-READ.
           MOVE WS-DETALLE-RETRO TO REG-RETRORPT.
           WRITE REG-RETRORPT.
       4200-EXIT.
           EXIT.

       4300-ENVIA-ITEM.
           MOVE SPACES             TO REG-RETROPAG.
           MOVE SRT-NUMERO-EMP     TO RPG-NUMERO-EMP.
           MOVE SRT-CICLO          TO RPG-CICLO.
           MOVE SRT-FECHA-CICLO    TO RPG-FECHA-CICLO.
           MOVE SRT-FECHA-EFECT    TO RPG-FECHA-EFECT.
           MOVE SRT-SALARIO-ANT    TO RPG-SALARIO-ANT.
           MOVE SRT-SALARIO-NVO    TO RPG-SALARIO-NVO.
           MOVE WS-DIFERENCIA      TO RPG-IMPORTE.
           MOVE WS-RET-TIPO        TO RPG-TIPO.

           MOVE SPACES             TO REG-RETROHIS.
           MOVE SRT-NUMERO-EMP     TO RTH-NUMERO-EMP.
           MOVE SRT-FECHA-EFECT    TO RTH-FECHA-EFECT.
           MOVE SRT-CICLO          TO RTH-CICLO.
           MOVE SRT-SALARIO-NVO    TO RTH-SALARIO-NVO.
           MOVE SRT-SALARIO-ANT    TO RTH-SALARIO-ANT.
           MOVE SRT-FECHA-CICLO    TO RTH-FECHA-CICLO.
           MOVE SRT-DEPTO          TO RTH-DEPTO.
           MOVE WS-DIFERENCIA      TO RTH-IMPORTE.
           MOVE WS-RET-TIPO        TO RTH-TIPO.
           MOVE "E"                TO RTH-ESTADO.
           MOVE WS-FECHA-CORRIDA   TO RTH-FECHA-ENVIO.
           MOVE ZEROS              TO RTH-FECHA-CONC.
           WRITE REG-RETROHIS
               INVALID KEY
                   DISPLAY "PROG0044 - ERROR GRABANDO RETROHIS, STATUS "
                           WS-FS-RETROHIS " EMPLEADO " SRT-NUMERO-EMP
                   MOVE WS-FS-RETROHIS TO WS-STATUS-FINAL
                   SET WS-CORRIDA-ANORMAL TO TRUE
                   MOVE "NO MARCADO" TO WS-RET-MARCA
               NOT INVALID KEY
                   WRITE REG-RETROPAG
                   MOVE "ENVIADO" TO WS-RET-MARCA
                   ADD 1 TO WS-ITEMS-ENVIADOS
                   ADD WS-DIFERENCIA TO WS-NETO-EMPLEADO
                   IF RPG-ES-PAGO
                       ADD RPG-IMPORTE TO WS-TOTAL-A-PAGAR
                   ELSE
                       ADD RPG-IMPORTE TO WS-TOTAL-A-RECUPERAR
                   END-IF
           END-WRITE.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-CORTE-EMPLEADO : NETO ENVIADO DEL EMPLEADO ANTERIOR.      *
      *----------------------------------------------------------------*
       4500-CORTE-EMPLEADO.
           MOVE "TOTAL EMPLEADO " TO WS-COR-ROTULO.
           MOVE WS-EMP-ANTERIOR   TO WS-COR-CLAVE.
           MOVE WS-NOMBRE-ANTERIOR TO WS-COR-NOMBRE.
           MOVE WS-NETO-EMPLEADO  TO WS-COR-NETO.
           MOVE WS-LINEA-CORTE    TO REG-RETRORPT.
           WRITE REG-RETRORPT.
           ADD WS-NETO-EMPLEADO   TO WS-NETO-DEPTO.
           MOVE ZEROS             TO WS-NETO-EMPLEADO.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4600-CORTE-DEPTO : NETO ENVIADO DEL DEPARTAMENTO ANTERIOR.     *
      *----------------------------------------------------------------*
       4600-CORTE-DEPTO.
           MOVE "TOTAL DEPTO    " TO WS-COR-ROTULO.
           MOVE WS-DEPTO-ANTERIOR TO WS-COR-CLAVE.
           MOVE SPACES            TO WS-COR-NOMBRE.
           MOVE WS-NETO-DEPTO     TO WS-COR-NETO.
           MOVE WS-LINEA-CORTE    TO REG-RETRORPT.
           WRITE REG-RETRORPT.
           MOVE SPACES            TO REG-RETRORPT.
           WRITE REG-RETRORPT.
           ADD WS-NETO-DEPTO      TO WS-NETO-TOTAL.
           MOVE ZEROS             TO WS-NETO-DEPTO.
       4600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-TERMINO : IMPRIME LOS TOTALES, CIERRA LOS ARCHIVOS Y, SI  *
      *                LA CORRIDA TERMINO BIEN, GRABA EL NUEVO PUNTO   *
      *                DE PARTIDA EN RETCTRL.                          *
      *----------------------------------------------------------------*
       5000-TERMINO.
           MOVE "CAMBIOS NUEVOS EN HISTSAL"       TO WS-TOT-ROTULO.
           MOVE WS-CAMBIOS-NUEVOS                 TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  CON DIFERENCIAS"               TO WS-TOT-ROTULO.
           MOVE WS-CAMBIOS-CON-RETRO              TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "  SIN DIFERENCIAS"               TO WS-TOT-ROTULO.
           MOVE WS-CAMBIOS-SIN-RETRO              TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "DIFERENCIAS ENVIADAS"            TO WS-TOT-ROTULO.
           MOVE WS-ITEMS-ENVIADOS                 TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "DIFERENCIAS YA ENVIADAS ANTES"   TO WS-TOT-ROTULO.
           MOVE WS-ITEMS-YA-ENVIADOS              TO WS-TOT-VALOR.
           PERFORM 9300-ESCRIBE-TOTAL THRU 9300-EXIT.
           MOVE "TOTAL A PAGAR"                   TO WS-IMT-ROTULO.
           MOVE WS-TOTAL-A-PAGAR                  TO WS-IMT-VALOR.
           PERFORM 9400-ESCRIBE-IMPORTE THRU 9400-EXIT.
           MOVE "TOTAL A RECUPERAR"               TO WS-IMT-ROTULO.
           MOVE WS-TOTAL-A-RECUPERAR              TO WS-IMT-VALOR.
           PERFORM 9400-ESCRIBE-IMPORTE THRU 9400-EXIT.
           MOVE "NETO RETROACTIVO ENVIADO"        TO WS-IMT-ROTULO.
           MOVE WS-NETO-TOTAL                     TO WS-IMT-VALOR.
           PERFORM 9400-ESCRIBE-IMPORTE THRU 9400-EXIT.

           IF WS-ARCHIVOS-ABIERTOS
               CLOSE HISTSAL
               CLOSE RETROPAG
               CLOSE ACUMPAG
               CLOSE RETROHIS
               IF WS-HAY-MAESTRO
                   CLOSE EMPLEADOS
               END-IF
           END-IF.
           CLOSE RETRORPT.

           IF NOT WS-CORRIDA-ANORMAL
               OPEN EXTEND RETCTRL
               MOVE SPACES            TO REG-RETCTRL
               MOVE WS-REG-HISTSAL    TO RTC-REG-HISTSAL
               MOVE WS-FECHA-CORRIDA  TO RTC-FECHA
               MOVE WS-HORA-CORRIDA   TO RTC-HORA
               MOVE WS-ITEMS-ENVIADOS TO RTC-ENVIADOS
               WRITE REG-RETCTRL
               CLOSE RETCTRL
           END-IF.

           DISPLAY "PROG0044 - CAMBIOS NUEVOS      : "
                   WS-CAMBIOS-NUEVOS.
           DISPLAY "PROG0044 - DIFERENCIAS ENVIADAS: "
                   WS-ITEMS-ENVIADOS.
           DISPLAY "PROG0044 - YA ENVIADAS ANTES   : "
                   WS-ITEMS-YA-ENVIADOS.
           DISPLAY "PROG0044 - NETO RETROACTIVO    : " WS-NETO-TOTAL.

           MOVE "F"                  TO BIT-TIPO-REG.
           MOVE WS-CAMBIOS-NUEVOS    TO BIT-LEIDOS.
           MOVE WS-ITEMS-ENVIADOS    TO BIT-ESCRITOS.
           MOVE WS-ITEMS-YA-ENVIADOS TO BIT-RECHAZADOS.
           MOVE WS-STATUS-FINAL      TO BIT-FILE-STATUS.
           IF WS-CORRIDA-ANORMAL
               MOVE "A" TO BIT-TERMINACION
               MOVE 8   TO RETURN-CODE
           ELSE
               MOVE "N" TO BIT-TERMINACION
           END-IF.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       5000-EXIT.
           EXIT.

       9200-ESCRIBE-AVISO.
           MOVE WS-LINEA-AVISO TO REG-RETRORPT.
           WRITE REG-RETRORPT.
       9200-EXIT.
           EXIT.

       9300-ESCRIBE-TOTAL.
           MOVE WS-DETALLE-TOTALES TO REG-RETRORPT.
           WRITE REG-RETRORPT.
       9300-EXIT.
           EXIT.

       9400-ESCRIBE-IMPORTE.
           MOVE WS-DETALLE-IMPORTES TO REG-RETRORPT.
           WRITE REG-RETRORPT.
       9400-EXIT.
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
           MOVE "PROG0044"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.
