        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0038.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: APROBACION POR DOBLE CONTROL DE LOS CAMBIOS DE        *
      *          SALARIO QUE PROG0012 RETUVO EN RETENSAL POR SUPERAR   *
      *          LOS UMBRALES DE VALIDAPR. LEE LAS DECISIONES DEL      *
      *          SEGUNDO USUARIO EN APROBSAL (EMPLEADO, FECHA Y HORA   *
      *          DE LA RETENCION, DECISION "A"/"R" Y USUARIO) Y, POR   *
      *          CADA CAMBIO RETENIDO:                                 *
      *            - APROBADO: APLICA AL MAESTRO EMPLEADOS EL SALARIO  *
      *              Y EL PUESTO RETENIDOS (EL RESTO DEL CAMBIO YA LO  *
      *              APLICO PROG0012) Y DEJA CONSTANCIA EN LOGCAMB     *
      *              (TIPO "C") Y EN HISTSAL CON LOS DOS USUARIOS: EL  *
      *              QUE LO CARGO Y EL QUE LO APROBO.                  *
      *            - RECHAZADO: LO DESCARTA.                           *
      *            - SIN DECISION: LO COPIA A RETENNUE (ESQUEMA        *
      *              MAESTRO VIEJO / MAESTRO NUEVO, IGUAL QUE LOS      *
      *              PENDIENTES DE PROG0027) Y LO MARCA COMO DEMORADO  *
      *              SI LLEVA MAS DE LOS DIAS FIJADOS EN VALIDAPR.     *
      *          UNA DECISION DEL MISMO USUARIO QUE CARGO EL CAMBIO SE *
      *          NIEGA Y EL CAMBIO SIGUE PENDIENTE. SI EL REGISTRO DEL *
      *          MAESTRO YA NO ES EXACTAMENTE EL QUE QUEDO AL          *
      *          RETENERLO (BAJA, TRASLADO, OTRO CAMBIO), O SI EL      *
      *          SALARIO YA NO ENTRA EN LA BANDA DEL PUESTO SEGUN EL   *
      *          MAESTRO PUESTOS, EL CAMBIO SE DESCARTA SIN APLICAR    *
      *          PARA NO PISAR UNA NOVEDAD POSTERIOR: HAY QUE VOLVER A *
      *          CARGARLO.                                             *
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
           SELECT OPTIONAL RETENSAL ASSIGN TO UT-S-RETENSAL
               FILE STATUS IS WS-FS-RETENSAL.
           SELECT OPTIONAL APROBSAL ASSIGN TO UT-S-APROBSAL
               FILE STATUS IS WS-FS-APROBSAL.
           SELECT RETENNUE  ASSIGN TO UT-S-RETENNUE.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT PUESTOS   ASSIGN TO UT-S-PUESTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT LOGCAMB   ASSIGN TO UT-S-LOGCAMB.
           SELECT HISTSAL   ASSIGN TO UT-S-HISTSAL.
           SELECT APROBRPT  ASSIGN TO UT-S-APROBRPT.
           SELECT OPTIONAL BITACORA ASSIGN TO UT-S-BITACORA
               FILE STATUS IS WS-FS-BITACORA.

       DATA DIVISION.
       FILE SECTION .
      *    FD RETENSAL : CAMBIOS RETENIDOS POR PROG0012 (Y LOS QUE     *
      *    QUEDARON PENDIENTES DE CORRIDAS ANTERIORES DE ESTE          *
      *    PROGRAMA). SE DECLARA OPTIONAL: PUEDE NO HABER NINGUNO.     *
       FD  RETENSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 147 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETENSAL.
           COPY REGRTNFD.

      *    FD APROBSAL : DECISIONES DEL SEGUNDO USUARIO. EL CAMBIO SE  *
      *    IDENTIFICA POR EMPLEADO Y FECHA/HORA DE LA RETENCION, TAL   *
      *    COMO SALEN EN EL REPORTE DE PENDIENTES DE ESTE PROGRAMA.    *
       FD  APROBSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-APROBSAL.
       01  REG-APROBSAL.
           05 APR-NUMERO-EMP       PIC 9(05).
           05 APR-FECHA-RETEN      PIC 9(08).
           05 APR-HORA-RETEN       PIC 9(06).
           05 APR-DECISION         PIC X(01).
           05 APR-USUARIO          PIC X(08).

      *    FD RETENNUE : LO QUE SIGUE SIN DECISION, CON EL MISMO       *
      *    LAYOUT DE RETENSAL. EL JCL LO CATALOGA COMO EL RETENSAL     *
      *    DE LA PROXIMA CORRIDA.                                      *
       FD  RETENNUE
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 147 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETENNUE.
       01  REG-RETENNUE           PIC X(147).

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

       FD  PUESTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PUESTOS.
       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

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

       FD  APROBRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-APROBRPT.
       01  REG-APROBRPT           PIC X(80).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-RET        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDAS-APR        PIC 9(05)    VALUE ZEROS.
           05 WS-LIBERADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-DESCARTADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-NEGADAS           PIC 9(05)    VALUE ZEROS.
           05 WS-SIGUEN-PENDIENTES PIC 9(05)    VALUE ZEROS.
           05 WS-DEMORADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-RETENCION     PIC 9(05)    VALUE ZEROS.
           05 WS-NO-APLICADOS      PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO    PIC X(01)    VALUE "N".
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-FIN-APROBSAL   PIC X(01)    VALUE "N".
              88 WS-FIN-APROBSAL                VALUE "S".
           05 WS-SW-APR-HALLADA    PIC X(01)    VALUE "N".
              88 WS-APR-HALLADA                 VALUE "S".
           05 WS-SW-MAESTRO-OK     PIC X(01)    VALUE "S".
              88 WS-MAESTRO-OK                  VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-RETENSAL       PIC X(02)    VALUE "00".
              88 WS-FS-RTN-OK                   VALUE "00".
           05 WS-FS-APROBSAL       PIC X(02)    VALUE "00".
              88 WS-FS-APR-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".
           05 WS-FS-BITACORA       PIC X(02)    VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
           05 WS-HORA-ACTUAL       PIC 9(06).

      *    LA TRANSACCION RETENIDA SE DESGLOSA CON EL MISMO LAYOUT DE  *
      *    REGMNTFD CON EL QUE LA GRABO PROG0012.                      *
           COPY REGMNTFD.

      *    UMBRALES DEL DOBLE CONTROL, COMPARTIDOS CON PROG0012. DE    *
      *    ACA SOLO SE USAN LOS DIAS DE DEMORA.                        *
           COPY VALIDAPR.

       01  WS-IMAGEN-ANTES         PIC X(58)    VALUE SPACES.
       01  WS-IMAGEN-DESPUES       PIC X(58)    VALUE SPACES.
       01  WS-SALARIO-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
       01  WS-USUARIO-APROBO       PIC X(08)    VALUE SPACES.

      *    DIAS DE ESPERA DE UN PENDIENTE, EN DIAS COMERCIALES (MES DE *
      *    30 DIAS, ANIO DE 360), SUFICIENTE PARA EL AVISO DE DEMORA.  *
       01  WS-FECHA-CALCULO        PIC 9(08)    VALUE ZEROS.
       01  WS-FECHA-CALCULO-D      REDEFINES WS-FECHA-CALCULO.
           05 WS-CAL-AAAA          PIC 9(04).
           05 WS-CAL-MM            PIC 9(02).
           05 WS-CAL-DD            PIC 9(02).
       01  WS-DIAS-CALCULO         PIC 9(07)    VALUE ZEROS.
       01  WS-DIAS-HOY             PIC 9(07)    VALUE ZEROS.
       01  WS-DIAS-ESPERA          PIC S9(05)   VALUE ZEROS.

      *    DECISIONES DE APROBSAL, CARGADAS AL ARRANCAR. LA MARCA DE   *
      *    USADA PERMITE LISTAR AL FINAL LAS QUE NO ENCONTRARON        *
      *    NINGUN CAMBIO RETENIDO.                                     *
       01  WS-NUM-APROBACIONES     PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-APR              PIC 9(03)    COMP VALUE ZEROS.
       01  WS-TABLA-APROBACIONES.
           05 WS-APROBACION-ENTRADA OCCURS 200 TIMES.
              10 WS-TAP-NUMERO    PIC 9(05).
              10 WS-TAP-FECHA     PIC 9(08).
              10 WS-TAP-HORA      PIC 9(06).
              10 WS-TAP-DECISION  PIC X(01).
              10 WS-TAP-USUARIO   PIC X(08).
              10 WS-TAP-USADA     PIC X(01).

      *    AREAS DE LA BITACORA DE CORRIDAS.                          *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".

       01  WS-TITULO-APROB.
           05  FILLER             PIC X(16)    VALUE SPACES.
           05  FILLER             PIC X(48)
               VALUE "APROBACION DE CAMBIOS DE SALARIO RETENIDOS".

       01  WS-SUBTITULO-APROB.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(37)
               VALUE "DECISION      EMPL. RETENIDO HORA   ".
           05  FILLER             PIC X(42)
               VALUE "SALARIO ANT -> SALARIO NVO CARGO / DECIDIO".

       01  WS-LINEA-DECISION.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-ACCION      PIC X(13).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-NUMERO      PIC 9(05).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-FECHA       PIC 9(08).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-HORA        PIC 9(06).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-SAL-ANT     PIC 9(07).99.
           05  FILLER             PIC X(04)    VALUE " -> ".
           05  WS-DEC-SAL-NVO     PIC 9(07).99.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DEC-USUARIO     PIC X(08).
           05  FILLER             PIC X(01)    VALUE "/".
           05  WS-DEC-APROBO      PIC X(08).

       01  WS-LINEA-MOTIVO.
           05  FILLER             PIC X(03)    VALUE SPACES.
           05  FILLER             PIC X(04)    VALUE "*** ".
           05  WS-MOT-TEXTO       PIC X(53).
           05  WS-MOT-DIAS        PIC ZZZZ9.

       01  WS-LINEA-TOTAL.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESO THRU 2000-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 3000-TERMINO THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : ABRE ARCHIVOS, CARGA LA TABLA DE DECISIONES E    *
      *               IMPRIME EL TITULO. SI EL MAESTRO DE EMPLEADOS O  *
      *               EL DE PUESTOS NO ABRE, NO SE APLICA NADA Y TODO  *
      *               LO RETENIDO SIGUE PENDIENTE.                     *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE "I"   TO BIT-TIPO-REG.
           MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS.
           MOVE "00"  TO BIT-FILE-STATUS.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           OPEN I-O   EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0038 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
               MOVE "N" TO WS-SW-MAESTRO-OK
           END-IF.
           OPEN INPUT PUESTOS.
           IF NOT WS-FS-PUE-OK
               DISPLAY "PROG0038 - ERROR ABRIENDO PUESTOS, STATUS "
                       WS-FS-PUESTOS
               MOVE WS-FS-PUESTOS TO WS-STATUS-FINAL
               MOVE "N" TO WS-SW-MAESTRO-OK
           END-IF.
           OPEN OUTPUT RETENNUE.
           OPEN EXTEND LOGCAMB.
           OPEN EXTEND HISTSAL.
           OPEN OUTPUT APROBRPT.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL  FROM TIME.
           MOVE WS-FECHA-ACTUAL TO WS-FECHA-CALCULO.
           PERFORM 9300-CALCULA-DIAS THRU 9300-EXIT.
           MOVE WS-DIAS-CALCULO TO WS-DIAS-HOY.

      *    EL OPEN DE UN ARCHIVO OPTIONAL AUSENTE DEJA EL ARCHIVO EN   *
      *    FIN DE ARCHIVO; SIN DECISIONES TODO SIGUE PENDIENTE.        *
           OPEN INPUT APROBSAL.
           IF WS-FS-APR-OK
               PERFORM 1100-CARGA-APROBACION THRU 1100-EXIT
                   UNTIL WS-FIN-APROBSAL
           END-IF.
           CLOSE APROBSAL.

           MOVE WS-TITULO-APROB    TO REG-APROBRPT.
           WRITE REG-APROBRPT.
           MOVE WS-SUBTITULO-APROB TO REG-APROBRPT.
           WRITE REG-APROBRPT.

           OPEN INPUT RETENSAL.
           IF WS-FS-RTN-OK
               PERFORM 8000-LEER-RETENIDO THRU 8000-EXIT
           ELSE
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARGA-APROBACION : CARGA UNA DECISION DE APROBSAL EN LA   *
      *                         TABLA, MARCADA COMO TODAVIA NO USADA.  *
      *----------------------------------------------------------------*
       1100-CARGA-APROBACION.
           READ APROBSAL
               AT END
                   SET WS-FIN-APROBSAL TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDAS-APR
                   IF WS-NUM-APROBACIONES >= 200
                       DISPLAY "PROG0038 - TABLA DE DECISIONES LLENA, "
                               "SE IGNORA LA DEL EMPLEADO "
                               APR-NUMERO-EMP
                   ELSE
                       ADD 1 TO WS-NUM-APROBACIONES
                       MOVE APR-NUMERO-EMP
                            TO WS-TAP-NUMERO   (WS-NUM-APROBACIONES)
                       MOVE APR-FECHA-RETEN
                            TO WS-TAP-FECHA    (WS-NUM-APROBACIONES)
                       MOVE APR-HORA-RETEN
                            TO WS-TAP-HORA     (WS-NUM-APROBACIONES)
                       MOVE APR-DECISION
                            TO WS-TAP-DECISION (WS-NUM-APROBACIONES)
                       MOVE APR-USUARIO
                            TO WS-TAP-USUARIO  (WS-NUM-APROBACIONES)
                       MOVE "N"
                            TO WS-TAP-USADA    (WS-NUM-APROBACIONES)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESO : BUSCA LA DECISION DEL CAMBIO RETENIDO ACTUAL Y  *
      *                LO LIBERA, LO DESCARTA O LO DEJA PENDIENTE. UNA *
      *                DECISION DEL MISMO USUARIO QUE LO CARGO, SIN    *
      *                USUARIO O CON UN CODIGO INVALIDO SE NIEGA.      *
      *----------------------------------------------------------------*
       2000-PROCESO.
           MOVE RTN-TRANSACCION TO REG-EMPMANT.
           MOVE SPACES          TO WS-USUARIO-APROBO.
           PERFORM 2100-BUSCA-APROBACION THRU 2100-EXIT.

           IF NOT WS-APR-HALLADA
               OR NOT WS-MAESTRO-OK
               PERFORM 2500-MANTIENE-PENDIENTE THRU 2500-EXIT
           ELSE
               MOVE "S" TO WS-TAP-USADA (WS-IND-APR)
               MOVE WS-TAP-USUARIO (WS-IND-APR) TO WS-USUARIO-APROBO
               EVALUATE TRUE
                   WHEN WS-USUARIO-APROBO = SPACES
                       MOVE "DECISION SIN USUARIO, SIGUE PENDIENTE"
                            TO WS-MOT-TEXTO
                       PERFORM 2400-NIEGA-DECISION THRU 2400-EXIT
                   WHEN WS-USUARIO-APROBO = REG-MANT-USUARIO
                       MOVE "DECIDE EL MISMO USUARIO QUE LO CARGO, SIGUE
      -                     " PENDIENTE" TO WS-MOT-TEXTO
                       PERFORM 2400-NIEGA-DECISION THRU 2400-EXIT
                   WHEN WS-TAP-DECISION (WS-IND-APR) = "A"
                       PERFORM 2200-LIBERA-CAMBIO THRU 2200-EXIT
                   WHEN WS-TAP-DECISION (WS-IND-APR) = "R"
                       PERFORM 2300-RECHAZA-CAMBIO THRU 2300-EXIT
                   WHEN OTHER
                       MOVE "DECISION INVALIDA (DEBE SER A O R), SIGUE P
      -                     "ENDIENTE" TO WS-MOT-TEXTO
                       PERFORM 2400-NIEGA-DECISION THRU 2400-EXIT
               END-EVALUATE
           END-IF.
           PERFORM 8000-LEER-RETENIDO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-BUSCA-APROBACION : BUSCA EN LA TABLA LA PRIMERA DECISION  *
      *                         TODAVIA NO USADA PARA EL EMPLEADO Y    *
      *                         LA FECHA/HORA DE RETENCION ACTUALES.   *
      *----------------------------------------------------------------*
       2100-BUSCA-APROBACION.
           MOVE "N" TO WS-SW-APR-HALLADA.
           PERFORM 2110-COMPARA-APROBACION THRU 2110-EXIT
               VARYING WS-IND-APR FROM 1 BY 1
               UNTIL WS-IND-APR > WS-NUM-APROBACIONES
                  OR WS-APR-HALLADA.
      *    AL CORTAR EL PERFORM VARYING EL INDICE YA QUEDO UNA        *
      *    POSICION DESPUES DE LA ENTRADA HALLADA.                    *
           IF WS-APR-HALLADA
               SUBTRACT 1 FROM WS-IND-APR
           END-IF.
       2100-EXIT.
           EXIT.

       2110-COMPARA-APROBACION.
           IF WS-TAP-USADA  (WS-IND-APR) = "N"
               AND WS-TAP-NUMERO (WS-IND-APR) = REG-MANT-NUMERO
               AND WS-TAP-FECHA  (WS-IND-APR) = RTN-FECHA-RETEN
               AND WS-TAP-HORA   (WS-IND-APR) = RTN-HORA-RETEN
               MOVE "S" TO WS-SW-APR-HALLADA
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-LIBERA-CAMBIO : APLICA AL MAESTRO EL SALARIO Y EL PUESTO  *
      *                      DEL CAMBIO APROBADO, SIEMPRE QUE EL       *
      *                      REGISTRO DEL EMPLEADO SIGA SIENDO         *
      *                      EXACTAMENTE EL QUE QUEDO AL RETENERLO Y   *
      *                      QUE EL SALARIO ENTRE EN LA BANDA DEL      *
      *                      PUESTO; SI NO, LO DESCARTA. LOS DEMAS     *
      *                      CAMPOS NO SE TOCAN: PROG0012 YA LOS       *
      *                      APLICO AL RETENERLO.                      *
      *----------------------------------------------------------------*
       2200-LIBERA-CAMBIO.
           MOVE REG-MANT-NUMERO TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "EL EMPLEADO YA NO ESTA EN EL MAESTRO, DESCARTAD
      -                 "O" TO WS-MOT-TEXTO
                   PERFORM 2600-DESCARTA-CAMBIO THRU 2600-EXIT
                   GO TO 2200-EXIT
           END-READ.

           IF REG-EMPLEADOS NOT = RTN-IMAGEN-VIGENTE
               MOVE "EL EMPLEADO CAMBIO DESDE LA RETENCION, DESCARTADO"
                    TO WS-MOT-TEXTO
               PERFORM 2600-DESCARTA-CAMBIO THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE REG-MANT-PUESTO TO REG-NUMERO-PUE.
           READ PUESTOS
               KEY IS REG-NUMERO-PUE
               INVALID KEY
                   MOVE "EL PUESTO YA NO EXISTE, DESCARTADO"
                        TO WS-MOT-TEXTO
                   PERFORM 2600-DESCARTA-CAMBIO THRU 2600-EXIT
                   GO TO 2200-EXIT
           END-READ.

           IF REG-MANT-SALARIO < REG-SAL-MIN-PUE
               OR REG-MANT-SALARIO > REG-SAL-MAX-PUE
               MOVE "SALARIO FUERA DE LA BANDA DEL PUESTO, DESCARTADO"
                    TO WS-MOT-TEXTO
               PERFORM 2600-DESCARTA-CAMBIO THRU 2600-EXIT
               GO TO 2200-EXIT
           END-IF.

           MOVE REG-EMPLEADOS    TO WS-IMAGEN-ANTES.
           MOVE REG-SALARIO-EMP  TO WS-SALARIO-ANTERIOR.
           MOVE REG-MANT-PUESTO  TO REG-PUESTO-EMP.
           MOVE REG-MANT-SALARIO TO REG-SALARIO-EMP.
           REWRITE REG-EMPLEADOS
               INVALID KEY
                   DISPLAY "PROG0038 - ERROR GRABANDO EL EMPLEADO "
                           REG-NUMERO-EMP ", STATUS " WS-FS-EMPLEADOS
                   MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
                   MOVE "ERROR DE GRABACION EN EL MAESTRO, DESCARTADO"
                        TO WS-MOT-TEXTO
                   PERFORM 2600-DESCARTA-CAMBIO THRU 2600-EXIT
                   GO TO 2200-EXIT
           END-REWRITE.

           ADD 1                 TO WS-LIBERADOS.
           MOVE REG-EMPLEADOS    TO WS-IMAGEN-DESPUES.
           PERFORM 9000-ESCRIBE-LOG THRU 9000-EXIT.
           IF REG-SALARIO-EMP NOT = WS-SALARIO-ANTERIOR
               PERFORM 9200-ESCRIBE-HISTSAL THRU 9200-EXIT
           END-IF.
           MOVE "LIBERADO"       TO WS-DEC-ACCION.
           PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2300-RECHAZA-CAMBIO : EL SEGUNDO USUARIO RECHAZO EL CAMBIO: NO *
      *                       SE APLICA NI SE COPIA A RETENNUE.        *
      *----------------------------------------------------------------*
       2300-RECHAZA-CAMBIO.
           ADD 1            TO WS-RECHAZADOS.
           MOVE "RECHAZADO" TO WS-DEC-ACCION.
           PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-NIEGA-DECISION : LA DECISION NO VALE (MISMO USUARIO, SIN  *
      *                       USUARIO O CODIGO INVALIDO): SE INFORMA   *
      *                       EL MOTIVO Y EL CAMBIO SIGUE PENDIENTE.   *
      *----------------------------------------------------------------*
       2400-NIEGA-DECISION.
           ADD 1            TO WS-NEGADAS.
           MOVE "NEGADA"    TO WS-DEC-ACCION.
           PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT.
           MOVE ZEROS       TO WS-MOT-DIAS.
           PERFORM 9150-ESCRIBE-MOTIVO THRU 9150-EXIT.
           MOVE SPACES      TO WS-USUARIO-APROBO.
           PERFORM 2500-MANTIENE-PENDIENTE THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-MANTIENE-PENDIENTE : COPIA EL CAMBIO A RETENNUE Y LO LISTA*
      *                           COMO PENDIENTE (O DEMORADO SI LLEVA  *
      *                           MAS DE LOS DIAS DE VALIDAPR), CON    *
      *                           LA FECHA/HORA QUE LO IDENTIFICA PARA *
      *                           LA DECISION.                         *
      *----------------------------------------------------------------*
       2500-MANTIENE-PENDIENTE.
           MOVE REG-RETENSAL TO REG-RETENNUE.
           WRITE REG-RETENNUE.
           ADD 1 TO WS-SIGUEN-PENDIENTES.

           MOVE RTN-FECHA-RETEN TO WS-FECHA-CALCULO.
           PERFORM 9300-CALCULA-DIAS THRU 9300-EXIT.
           COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOY - WS-DIAS-CALCULO.

           IF WS-DIAS-ESPERA > WS-APR-DIAS-DEMORA
               ADD 1 TO WS-DEMORADOS
               MOVE "DEMORADO"  TO WS-DEC-ACCION
               PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT
               MOVE "SIN DECISION DEL SEGUNDO USUARIO, DIAS DE ESPERA:"
                                TO WS-MOT-TEXTO
               MOVE WS-DIAS-ESPERA
                                TO WS-MOT-DIAS
               PERFORM 9150-ESCRIBE-MOTIVO THRU 9150-EXIT
           ELSE
               MOVE "PENDIENTE" TO WS-DEC-ACCION
               PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-DESCARTA-CAMBIO : EL CAMBIO APROBADO NO SE PUEDE APLICAR  *
      *                        (MOTIVO YA CARGADO): SE INFORMA Y SE    *
      *                        DESCARTA; HAY QUE VOLVER A CARGARLO.    *
      *----------------------------------------------------------------*
       2600-DESCARTA-CAMBIO.
           ADD 1              TO WS-DESCARTADOS.
           MOVE "DESCARTADO"  TO WS-DEC-ACCION.
           PERFORM 9100-ESCRIBE-DECISION THRU 9100-EXIT.
           MOVE ZEROS         TO WS-MOT-DIAS.
           PERFORM 9150-ESCRIBE-MOTIVO THRU 9150-EXIT.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINO : LISTA LAS DECISIONES QUE NO ENCONTRARON NINGUN  *
      *                CAMBIO RETENIDO, IMPRIME LOS TOTALES, CIERRA    *
      *                ARCHIVOS Y GRABA EL FIN EN LA BITACORA.         *
      *----------------------------------------------------------------*
       3000-TERMINO.
           PERFORM 3100-CONTROLA-SIN-USO THRU 3100-EXIT
               VARYING WS-IND-APR FROM 1 BY 1
               UNTIL WS-IND-APR > WS-NUM-APROBACIONES.

           MOVE "CAMBIOS RETENIDOS LEIDOS  : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-RET                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "DECISIONES LEIDAS         : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDAS-APR                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "LIBERADOS AL MAESTRO      : " TO WS-TOT-ROTULO.
           MOVE WS-LIBERADOS                   TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "RECHAZADOS                : " TO WS-TOT-ROTULO.
           MOVE WS-RECHAZADOS                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "DESCARTADOS SIN APLICAR   : " TO WS-TOT-ROTULO.
           MOVE WS-DESCARTADOS                 TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "DECISIONES NEGADAS        : " TO WS-TOT-ROTULO.
           MOVE WS-NEGADAS                     TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "DECISIONES SIN RETENCION  : " TO WS-TOT-ROTULO.
           MOVE WS-SIN-RETENCION               TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "SIGUEN PENDIENTES         : " TO WS-TOT-ROTULO.
           MOVE WS-SIGUEN-PENDIENTES           TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "  DE ELLOS DEMORADOS      : " TO WS-TOT-ROTULO.
           MOVE WS-DEMORADOS                   TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.

           CLOSE RETENSAL.
           CLOSE RETENNUE.
           CLOSE EMPLEADOS.
           CLOSE PUESTOS.
           CLOSE LOGCAMB.
           CLOSE HISTSAL.
           CLOSE APROBRPT.
           DISPLAY "PROG0038 - CAMBIOS RETENIDOS LEIDOS : "
                   WS-LEIDOS-RET.
           DISPLAY "PROG0038 - LIBERADOS AL MAESTRO     : "
                   WS-LIBERADOS.
           DISPLAY "PROG0038 - RECHAZADOS               : "
                   WS-RECHAZADOS.
           DISPLAY "PROG0038 - DESCARTADOS SIN APLICAR  : "
                   WS-DESCARTADOS.
           DISPLAY "PROG0038 - DECISIONES NEGADAS       : " WS-NEGADAS.
           DISPLAY "PROG0038 - SIGUEN PENDIENTES        : "
                   WS-SIGUEN-PENDIENTES.
           DISPLAY "PROG0038 - DEMORADOS                : "
                   WS-DEMORADOS.
           IF NOT WS-MAESTRO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    EN LA BITACORA, LOS ESCRITOS DE ESTE PROGRAMA SON LOS      *
      *    CAMBIOS LIBERADOS AL MAESTRO Y LOS RECHAZADOS SON LOS QUE  *
      *    NO SE APLICARON (RECHAZADOS O DESCARTADOS).                *
           COMPUTE WS-NO-APLICADOS = WS-RECHAZADOS + WS-DESCARTADOS.
           MOVE "F"             TO BIT-TIPO-REG.
           MOVE WS-LEIDOS-RET   TO BIT-LEIDOS.
           MOVE WS-LIBERADOS    TO BIT-ESCRITOS.
           MOVE WS-NO-APLICADOS TO BIT-RECHAZADOS.
           MOVE WS-STATUS-FINAL TO BIT-FILE-STATUS.
           IF WS-MAESTRO-OK
               MOVE "N" TO BIT-TERMINACION
           ELSE
               MOVE "A" TO BIT-TERMINACION
           END-IF.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-CONTROLA-SIN-USO : INFORMA UNA DECISION QUE NO CORRESPONDE*
      *                         A NINGUN CAMBIO RETENIDO (NUMERO,      *
      *                         FECHA U HORA MAL CARGADOS, O CAMBIO    *
      *                         YA RESUELTO).                          *
      *----------------------------------------------------------------*
       3100-CONTROLA-SIN-USO.
           IF WS-TAP-USADA (WS-IND-APR) = "N"
               ADD 1 TO WS-SIN-RETENCION
               MOVE "SIN RETENCION"              TO WS-DEC-ACCION
               MOVE WS-TAP-NUMERO  (WS-IND-APR) TO WS-DEC-NUMERO
               MOVE WS-TAP-FECHA   (WS-IND-APR) TO WS-DEC-FECHA
               MOVE WS-TAP-HORA    (WS-IND-APR) TO WS-DEC-HORA
               MOVE ZEROS                        TO WS-DEC-SAL-ANT
                                                    WS-DEC-SAL-NVO
               MOVE SPACES                       TO WS-DEC-USUARIO
               MOVE WS-TAP-USUARIO (WS-IND-APR) TO WS-DEC-APROBO
               MOVE WS-LINEA-DECISION            TO REG-APROBRPT
               WRITE REG-APROBRPT
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-LEER-RETENIDO : LEE EL SIGUIENTE CAMBIO RETENIDO.         *
      *----------------------------------------------------------------*
       8000-LEER-RETENIDO.
           READ RETENSAL
               AT END
                   SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-RET
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-ESCRIBE-LOG : DEJA EN LOGCAMB EL CAMBIO LIBERADO CON LAS  *
      *                    IMAGENES ANTES/DESPUES, EL USUARIO QUE LO   *
      *                    CARGO Y EL QUE LO APROBO. EL LOG SE ABRE EN *
      *                    EXTEND PARA NO PISAR EL LOG DE LA NOCHE.    *
      *----------------------------------------------------------------*
       9000-ESCRIBE-LOG.
           MOVE WS-FECHA-ACTUAL   TO LOG-FECHA.
           MOVE WS-HORA-ACTUAL    TO LOG-HORA.
           MOVE "C"               TO LOG-TIPO-OPER.
           MOVE REG-MANT-NUMERO   TO LOG-NUMERO-EMP.
           MOVE REG-MANT-USUARIO  TO LOG-USUARIO.
           MOVE WS-IMAGEN-ANTES   TO LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES TO LOG-DESPUES.
           MOVE WS-USUARIO-APROBO TO LOG-USUARIO-APR.
           WRITE REG-LOGCAMB.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-DECISION : ESCRIBE LA LINEA DEL CAMBIO RETENIDO   *
      *                         ACTUAL CON LA ACCION YA CARGADA.       *
      *----------------------------------------------------------------*
       9100-ESCRIBE-DECISION.
           MOVE REG-MANT-NUMERO     TO WS-DEC-NUMERO.
           MOVE RTN-FECHA-RETEN     TO WS-DEC-FECHA.
           MOVE RTN-HORA-RETEN      TO WS-DEC-HORA.
           MOVE RTN-SALARIO-VIGENTE TO WS-DEC-SAL-ANT.
           MOVE REG-MANT-SALARIO    TO WS-DEC-SAL-NVO.
           MOVE REG-MANT-USUARIO    TO WS-DEC-USUARIO.
           MOVE WS-USUARIO-APROBO   TO WS-DEC-APROBO.
           MOVE WS-LINEA-DECISION   TO REG-APROBRPT.
           WRITE REG-APROBRPT.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9150-ESCRIBE-MOTIVO : ESCRIBE DEBAJO DE LA LINEA DEL CAMBIO EL *
      *                       MOTIVO YA CARGADO EN WS-MOT-TEXTO.       *
      *----------------------------------------------------------------*
       9150-ESCRIBE-MOTIVO.
           MOVE WS-LINEA-MOTIVO TO REG-APROBRPT.
           WRITE REG-APROBRPT.
           MOVE SPACES TO WS-MOT-TEXTO.
       9150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9200-ESCRIBE-HISTSAL : GRABA EN EL HISTORIAL DE SALARIOS EL    *
      *                        CAMBIO LIBERADO, CON LA FECHA EFECTIVA  *
      *                        DE LA TRANSACCION SI VINO CARGADA (SI   *
      *                        NO, LA DE LA CORRIDA), EL USUARIO QUE   *
      *                        LO CARGO Y EL QUE LO APROBO.            *
      *----------------------------------------------------------------*
       9200-ESCRIBE-HISTSAL.
           MOVE REG-NUMERO-EMP     TO HSA-NUMERO-EMP.
           IF REG-MANT-FECHA-EFECT NUMERIC
               AND REG-MANT-FECHA-EFECT NOT = ZERO
               MOVE REG-MANT-FECHA-EFECT TO HSA-FECHA
           ELSE
               MOVE WS-FECHA-ACTUAL      TO HSA-FECHA
           END-IF.
           MOVE WS-SALARIO-ANTERIOR
                                   TO HSA-SALARIO-ANT.
           MOVE REG-SALARIO-EMP    TO HSA-SALARIO-NVO.
           MOVE "PROG0038"         TO HSA-PROGRAMA.
           MOVE REG-MANT-USUARIO   TO HSA-USUARIO.
           MOVE WS-USUARIO-APROBO  TO HSA-USUARIO-APR.
           WRITE REG-HISTSAL.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9300-CALCULA-DIAS : CONVIERTE WS-FECHA-CALCULO (AAAAMMDD) EN   *
      *                     DIAS COMERCIALES PARA RESTAR FECHAS.       *
      *----------------------------------------------------------------*
       9300-CALCULA-DIAS.
           COMPUTE WS-DIAS-CALCULO = WS-CAL-AAAA * 360
                                   + (WS-CAL-MM - 1) * 30
                                   + WS-CAL-DD.
       9300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9400-ESCRIBE-TOTAL : ESCRIBE LA LINEA DE TOTAL YA CARGADA.     *
      *----------------------------------------------------------------*
       9400-ESCRIBE-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-APROBRPT.
           WRITE REG-APROBRPT.
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
           MOVE "PROG0038"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.
