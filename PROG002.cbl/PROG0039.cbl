        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0039.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: RECUPERACION HACIA ADELANTE DEL MAESTRO DE EMPLEADOS. *
      *          SE CORRE DESPUES DE QUE PROG0023 RECARGO EL MAESTRO   *
      *          DESDE EL RESGUARDO RESPEMP, Y VUELVE A APLICAR LAS    *
      *          IMAGENES DESPUES (LOG-DESPUES) DE LOGCAMB GRABADAS    *
      *          DESPUES DEL RESGUARDO, EN ORDEN DE LOG-FECHA Y        *
      *          LOG-HORA (A IGUAL MOMENTO, EN ORDEN DE LLEGADA), HASTA*
      *          UN TOPE DE FECHA/HORA OPCIONAL. CUBRE LAS ALTAS,      *
      *          CAMBIOS Y BAJAS DE PROG0012 ("A"/"C"/"D"), LOS        *
      *          AJUSTES MASIVOS DE PROG0016 Y LOS LIBERADOS POR       *
      *          PROG0038 (GRABADOS COMO "C") Y LAS RESTAURACIONES DE  *
      *          PROG0030 ("R").                                       *
      *          ANTES DE APLICAR CADA MOVIMIENTO SE CONTROLA QUE LA   *
      *          IMAGEN ANTES DEL LOG COINCIDA CON EL MAESTRO (EN LAS  *
      *          ALTAS Y RESTAURACIONES, QUE EL EMPLEADO NO EXISTA).   *
      *          SI EL MAESTRO YA TIENE LA IMAGEN DESPUES, EL          *
      *          MOVIMIENTO SE OMITE COMO YA REFLEJADO; CUALQUIER OTRA *
      *          DIFERENCIA ES UN CONFLICTO: SE INFORMA Y LA           *
      *          RECUPERACION SE DETIENE AHI CON RETURN-CODE 8.        *
      *          AL FINAL SE RECORRE EL MAESTRO Y SE INFORMAN LA       *
      *          CANTIDAD Y EL HASH DE SALARIOS, JUNTO CON LOS DE LA   *
      *          CABECERA DEL EXTRACTO EXTMAEST DE PROG0034.           *
      *          EL MOMENTO DEL RESGUARDO ES EL ULTIMO FIN NORMAL DE   *
      *          PROG0022 EN LA BITACORA, SALVO QUE RECUPAR INDIQUE    *
      *          OTRO (RECARGA DESDE UN RESGUARDO ANTERIOR).           *
      *          LAS DEPURACIONES DE PROG0024 NO PASAN POR LOGCAMB: SI *
      *          HUBO UNA DESPUES DEL RESGUARDO HAY QUE VOLVER A       *
      *          CORRERLA DESPUES DE ESTA RECUPERACION.                *
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
           SELECT OPTIONAL RECUPAR ASSIGN TO UT-S-RECUPAR
               FILE STATUS IS WS-FS-RECUPAR.
           SELECT LOGCAMB   ASSIGN TO UT-S-LOGCAMB.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT OPTIONAL EXTMAEST ASSIGN TO UT-S-EXTMAEST
               FILE STATUS IS WS-FS-EXTMAEST.
           SELECT RECUPRPT  ASSIGN TO UT-S-RECUPRPT.
           SELECT ORDENADO  ASSIGN TO UT-S-ORDENADO.
           SELECT OPTIONAL BITACORA ASSIGN TO UT-S-BITACORA
               FILE STATUS IS WS-FS-BITACORA.
           SELECT OPTIONAL OPEROVRD ASSIGN TO UT-S-OPEROVRD
               FILE STATUS IS WS-FS-OPEROVRD.

       DATA DIVISION.
       FILE SECTION .
      *    FD RECUPAR : PARAMETROS DE LA RECUPERACION. FECHA/HORA DEL  *
      *    RESGUARDO RECARGADO (EN CERO SE TOMA EL ULTIMO FIN NORMAL   *
      *    DE PROG0022 EN LA BITACORA) Y FECHA/HORA TOPE HASTA LA QUE  *
      *    SE APLICA EL LOG (EN CERO, SIN TOPE; CON FECHA Y HORA EN    *
      *    CERO, HASTA EL FIN DE ESE DIA). SE DECLARA OPTIONAL.        *
       FD  RECUPAR
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 28 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RECUPAR.
       01  REG-RECUPAR.
           05 RCP-FECHA-RESP       PIC 9(08).
           05 RCP-HORA-RESP        PIC 9(06).
           05 RCP-FECHA-TOPE       PIC 9(08).
           05 RCP-HORA-TOPE        PIC 9(06).

       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

      *    FD EXTMAEST : SOLO SE LEE LA CABECERA, PARA INFORMAR SU     *
      *    CANTIDAD Y HASH JUNTO A LOS DEL MAESTRO RECUPERADO.         *
       FD  EXTMAEST
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EXTMAEST.
           COPY REGEXTFD.

       FD  RECUPRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RECUPRPT.
       01  REG-RECUPRPT           PIC X(90).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

      *    FD OPEROVRD : AUTORIZACION DEL OPERADOR PARA CORRER SIN     *
      *    PRECEDENTE EN UNA EXCEPCION GENUINA: FECHA DE HOY, NOMBRE   *
      *    DEL PROGRAMA AUTORIZADO Y USUARIO QUE AUTORIZA. SE DECLARA  *
      *    OPTIONAL: SIN ARCHIVO NO HAY AUTORIZACION.                  *
       FD  OPEROVRD
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OPEROVRD.
       01  REG-OPEROVRD.
           05 OVR-FECHA            PIC 9(08).
           05 OVR-PROGRAMA         PIC X(08).
           05 OVR-USUARIO          PIC X(08).

       SD  ORDENADO
           DATA RECORD IS REG-ORDENADO.
       01  REG-ORDENADO.
           05 SRT-FECHA            PIC 9(08).
           05 SRT-HORA             PIC 9(06).
           05 SRT-SEQ              PIC 9(07).
           05 SRT-LOG              PIC X(152).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-LOG        PIC 9(07)    VALUE ZEROS.
           05 WS-ANTERIORES        PIC 9(07)    VALUE ZEROS.
           05 WS-SEQ-LLEGADA       PIC 9(07)    VALUE ZEROS.
           05 WS-APLICADOS         PIC 9(07)    VALUE ZEROS.
           05 WS-YA-REFLEJADOS     PIC 9(07)    VALUE ZEROS.
           05 WS-POSTERIORES-TOPE  PIC 9(07)    VALUE ZEROS.
           05 WS-NO-APLICADOS      PIC 9(07)    VALUE ZEROS.
           05 WS-CONFLICTOS        PIC 9(07)    VALUE ZEROS.
           05 WS-CANT-FINAL        PIC 9(07)    VALUE ZEROS.
           05 WS-HASH-FINAL        PIC 9(11)V99 VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO    PIC X(01)    VALUE "N".
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-FIN-ORDENADO   PIC X(01)    VALUE "N".
              88 WS-FIN-ORDENADO                VALUE "S".
           05 WS-SW-FIN-MAESTRO    PIC X(01)    VALUE "N".
              88 WS-FIN-MAESTRO                 VALUE "S".
           05 WS-SW-MAESTRO-OK     PIC X(01)    VALUE "S".
              88 WS-MAESTRO-OK                  VALUE "S".
           05 WS-SW-HAY-RESGUARDO  PIC X(01)    VALUE "N".
              88 WS-HAY-RESGUARDO               VALUE "S".
           05 WS-SW-DETENIDA       PIC X(01)    VALUE "N".
              88 WS-RECUPERACION-DETENIDA       VALUE "S".
           05 WS-SW-EXISTE         PIC X(01)    VALUE "N".
              88 WS-EMPLEADO-EXISTE             VALUE "S".
           05 WS-SW-HAY-EXTRACTO   PIC X(01)    VALUE "N".
              88 WS-HAY-EXTRACTO                VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-RECUPAR        PIC X(02)    VALUE "00".
              88 WS-FS-PAR-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-EXTMAEST       PIC X(02)    VALUE "00".
              88 WS-FS-EXT-OK                   VALUE "00".

      *    MOMENTOS QUE SE COMPARAN: RESGUARDO, TOPE Y EL DE CADA      *
      *    MOVIMIENTO DEL LOG, CADA UNO VISTO TAMBIEN COMO UN SOLO     *
      *    NUMERO AAAAMMDDHHMMSS.                                      *
       01  WS-PUNTO-RESGUARDO.
           05 WS-RESP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-RESP-HORA         PIC 9(06)    VALUE ZEROS.
       01  WS-PUNTO-RESGUARDO-N    REDEFINES WS-PUNTO-RESGUARDO
                                   PIC 9(14).
       01  WS-PUNTO-TOPE.
           05 WS-TOPE-FECHA        PIC 9(08)    VALUE 99999999.
           05 WS-TOPE-HORA         PIC 9(06)    VALUE 999999.
       01  WS-PUNTO-TOPE-N         REDEFINES WS-PUNTO-TOPE
                                   PIC 9(14).
       01  WS-PUNTO-LOG.
           05 WS-LOGP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-LOGP-HORA         PIC 9(06)    VALUE ZEROS.
       01  WS-PUNTO-LOG-N          REDEFINES WS-PUNTO-LOG
                                   PIC 9(14).

      *    ULTIMO FIN NORMAL DE PROG0022 ENCONTRADO EN LA BITACORA.    *
       01  WS-ULTIMO-RESGUARDO.
           05 WS-ULT-RESP-FECHA    PIC 9(08)    VALUE ZEROS.
           05 WS-ULT-RESP-HORA     PIC 9(06)    VALUE ZEROS.

      *    TOTALES DECLARADOS EN LA CABECERA DEL EXTRACTO.            *
       01  WS-CANT-EXTRACTO        PIC 9(07)    VALUE ZEROS.
       01  WS-HASH-EXTRACTO        PIC 9(11)V99 VALUE ZEROS.

      *    AREAS DE LA BITACORA DE CORRIDAS.                          *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".

      *    CONTROL DE PRECEDENTES: LA RECUPERACION SOLO TIENE SENTIDO  *
      *    SOBRE EL MAESTRO RECIEN RECARGADO, ASI QUE PROG0023 TIENE   *
      *    QUE HABER TERMINADO NORMAL HOY, O EXISTIR LA AUTORIZACION   *
      *    DEL OPERADOR EN OPEROVRD PARA ESTE PROGRAMA CON FECHA DE    *
      *    HOY.                                                        *
       01  WS-CONTROL-PRECEDENTE.
           05 WS-PROGRAMA-PRECEDENTE
                                  PIC X(08)    VALUE "PROG0023".
           05 WS-PROGRAMA-RESGUARDO
                                  PIC X(08)    VALUE "PROG0022".
           05 WS-FECHA-GATE       PIC 9(08)    VALUE ZEROS.
           05 WS-SW-PRECEDENTE-OK PIC X(01)    VALUE "N".
              88 WS-PRECEDENTE-OK              VALUE "S".
           05 WS-SW-FIN-BITGATE   PIC X(01)    VALUE "N".
              88 WS-FIN-BITGATE                VALUE "S".
           05 WS-FS-BITACORA      PIC X(02)    VALUE "00".
           05 WS-FS-OPEROVRD      PIC X(02)    VALUE "00".
              88 WS-FS-OVR-OK                  VALUE "00".

       01  WS-TITULO-RECUP.
           05  FILLER             PIC X(16)    VALUE SPACES.
           05  FILLER             PIC X(49)
               VALUE "RECUPERACION DEL MAESTRO EMPLEADOS DESDE LOGCAMB".

       01  WS-LINEA-PUNTO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-PUN-ROTULO      PIC X(29).
           05  WS-PUN-FECHA       PIC 9(08).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-PUN-HORA        PIC 9(06).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-PUN-ORIGEN      PIC X(30).

       01  WS-SUBTITULO-RECUP.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(44)
               VALUE "ACCION      FECHA    HORA   T EMPL. USUARIO ".
           05  FILLER             PIC X(06)    VALUE "MOTIVO".

       01  WS-LINEA-DETALLE.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-ACCION      PIC X(11).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-FECHA       PIC 9(08).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-HORA        PIC 9(06).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-TIPO        PIC X(01).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-NUMERO      PIC 9(05).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-USUARIO     PIC X(08).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-DET-MOTIVO      PIC X(44).

       01  WS-LINEA-IMAGEN.
           05  FILLER             PIC X(03)    VALUE SPACES.
           05  WS-IMG-ROTULO      PIC X(15).
           05  WS-IMG-REGISTRO    PIC X(58).

       01  WS-LINEA-ERROR.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(28)
                                  VALUE "*** ERROR DE RECUPERACION **".
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ERR-MOTIVO      PIC X(50).

       01  WS-LINEA-TOTAL.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZZZ9.

       01  WS-LINEA-HASH.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-HAS-ROTULO      PIC X(29).
           05  WS-HAS-VALOR       PIC ZZZZZZZZZZ9.99.

       01  WS-LINEA-MENSAJE.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-MSG-TEXTO       PIC X(79).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 0100-CONTROLA-PRECEDENTE THRU 0100-EXIT.
           IF NOT WS-PRECEDENTE-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WS-MAESTRO-OK
               AND WS-HAY-RESGUARDO
               SORT ORDENADO
                   ON ASCENDING KEY SRT-FECHA SRT-HORA SRT-SEQ
                   INPUT  PROCEDURE IS 2000-SELECCIONA
                                    THRU 2999-EXIT
                   OUTPUT PROCEDURE IS 3000-APLICA
                                    THRU 3999-EXIT
           END-IF.
           IF WS-MAESTRO-OK
               PERFORM 4000-CUENTA-MAESTRO THRU 4000-EXIT
           END-IF.
           PERFORM 5000-TERMINO THRU 5000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0100-CONTROLA-PRECEDENTE : VERIFICA EN LA BITACORA QUE         *
      *                            PROG0023 HAYA TERMINADO NORMAL HOY, *
      *                            O QUE EXISTA LA AUTORIZACION DEL    *
      *                            OPERADOR EN OPEROVRD. EN LA MISMA   *
      *                            PASADA TOMA EL ULTIMO FIN NORMAL    *
      *                            DE PROG0022 (MOMENTO DEL RESGUARDO).*
      *----------------------------------------------------------------*
       0100-CONTROLA-PRECEDENTE.
           ACCEPT WS-FECHA-GATE FROM DATE YYYYMMDD.
           OPEN INPUT BITACORA.
           PERFORM 0110-BUSCA-FIN-NORMAL THRU 0110-EXIT
               UNTIL WS-FIN-BITGATE.
           CLOSE BITACORA.
           IF NOT WS-PRECEDENTE-OK
               PERFORM 0150-CONTROLA-OVERRIDE THRU 0150-EXIT
           END-IF.
           IF NOT WS-PRECEDENTE-OK
               DISPLAY "PROG0039 - *** NO SE CORRE: "
                       WS-PROGRAMA-PRECEDENTE
                       " NO TERMINO NORMAL HOY SEGUN LA BITACORA "
                       "Y NO HAY AUTORIZACION DEL OPERADOR "
                       "(OPEROVRD) ***"
           END-IF.
       0100-EXIT.
           EXIT.

       0110-BUSCA-FIN-NORMAL.
           READ BITACORA
               AT END
                   SET WS-FIN-BITGATE TO TRUE
               NOT AT END
                   IF BIT-PROGRAMA = WS-PROGRAMA-PRECEDENTE
                       AND BIT-FECHA = WS-FECHA-GATE
                       AND BIT-ES-FIN
                       AND BIT-TERMINO-NORMAL
                       SET WS-PRECEDENTE-OK TO TRUE
                   END-IF
      *    LA BITACORA SE GRABA EN EXTEND: EL ULTIMO FIN NORMAL DEL    *
      *    RESGUARDO QUE SE LEE ES EL MAS RECIENTE.                    *
                   IF BIT-PROGRAMA = WS-PROGRAMA-RESGUARDO
                       AND BIT-ES-FIN
                       AND BIT-TERMINO-NORMAL
                       MOVE BIT-FECHA TO WS-ULT-RESP-FECHA
                       MOVE BIT-HORA  TO WS-ULT-RESP-HORA
                   END-IF
           END-READ.
       0110-EXIT.
           EXIT.

       0150-CONTROLA-OVERRIDE.
           OPEN INPUT OPEROVRD.
           IF WS-FS-OVR-OK
               READ OPEROVRD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OVR-FECHA NUMERIC
                           AND OVR-FECHA = WS-FECHA-GATE
                           AND OVR-PROGRAMA = "PROG0039"
                           SET WS-PRECEDENTE-OK TO TRUE
                           DISPLAY "PROG0039 - CORRIENDO SIN "
                                   "PRECEDENTE POR AUTORIZACION DEL "
                                   "OPERADOR " OVR-USUARIO
                       END-IF
               END-READ
           END-IF.
           CLOSE OPEROVRD.
       0150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1000-INICIO : ABRE ARCHIVOS, FIJA EL MOMENTO DEL RESGUARDO Y   *
      *               EL TOPE, E IMPRIME EL ENCABEZADO DEL REPORTE.    *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE "I"   TO BIT-TIPO-REG.
           MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS.
           MOVE "00"  TO BIT-FILE-STATUS.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           OPEN OUTPUT RECUPRPT.
           MOVE WS-TITULO-RECUP TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.

           MOVE WS-ULT-RESP-FECHA TO WS-RESP-FECHA.
           MOVE WS-ULT-RESP-HORA  TO WS-RESP-HORA.
           MOVE "ULTIMO FIN NORMAL DE PROG0022" TO WS-PUN-ORIGEN.

      *    UN PARAMETRO EN BLANCO O MAL CARGADO SE TRATA COMO NO       *
      *    INFORMADO, IGUAL QUE LOS FILTROS DE PROG0015 Y PROG0028.    *
           OPEN INPUT RECUPAR.
           IF WS-FS-PAR-OK
               READ RECUPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-CARGA-PARAMETROS THRU 1100-EXIT
               END-READ
           END-IF.
           CLOSE RECUPAR.

           IF WS-RESP-FECHA NOT = ZERO
               SET WS-HAY-RESGUARDO TO TRUE
           END-IF.

           MOVE "RESGUARDO RECARGADO AL     : " TO WS-PUN-ROTULO.
           MOVE WS-RESP-FECHA                  TO WS-PUN-FECHA.
           MOVE WS-RESP-HORA                   TO WS-PUN-HORA.
           MOVE WS-LINEA-PUNTO                 TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
           MOVE "APLICAR EL LOG HASTA       : " TO WS-PUN-ROTULO.
           MOVE WS-TOPE-FECHA                  TO WS-PUN-FECHA.
           MOVE WS-TOPE-HORA                   TO WS-PUN-HORA.
           IF WS-TOPE-FECHA = 99999999
               MOVE "SIN TOPE"                 TO WS-PUN-ORIGEN
           ELSE
               MOVE "TOPE PEDIDO EN RECUPAR"   TO WS-PUN-ORIGEN
           END-IF.
           MOVE WS-LINEA-PUNTO                 TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.

           IF NOT WS-HAY-RESGUARDO
               MOVE "NO SE CONOCE EL MOMENTO DEL RESGUARDO (BITACORA)"
                    TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.

           OPEN I-O   EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0039 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
               MOVE "N" TO WS-SW-MAESTRO-OK
               MOVE "NO SE PUDO ABRIR EL MAESTRO EMPLEADOS"
                    TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.
           OPEN INPUT LOGCAMB.

           MOVE WS-SUBTITULO-RECUP TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARGA-PARAMETROS : TOMA DE RECUPAR EL RESGUARDO Y EL TOPE *
      *                         INFORMADOS.                            *
      *----------------------------------------------------------------*
       1100-CARGA-PARAMETROS.
           IF RCP-FECHA-RESP NUMERIC
               AND RCP-FECHA-RESP NOT = ZERO
               MOVE RCP-FECHA-RESP TO WS-RESP-FECHA
               IF RCP-HORA-RESP NUMERIC
                   MOVE RCP-HORA-RESP TO WS-RESP-HORA
               ELSE
                   MOVE ZEROS         TO WS-RESP-HORA
               END-IF
               MOVE "INFORMADO EN RECUPAR" TO WS-PUN-ORIGEN
           END-IF.
           IF RCP-FECHA-TOPE NUMERIC
               AND RCP-FECHA-TOPE NOT = ZERO
               MOVE RCP-FECHA-TOPE TO WS-TOPE-FECHA
               IF RCP-HORA-TOPE NUMERIC
                   AND RCP-HORA-TOPE NOT = ZERO
                   MOVE RCP-HORA-TOPE TO WS-TOPE-HORA
               ELSE
                   MOVE 235959        TO WS-TOPE-HORA
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-SELECCIONA : PROCEDIMIENTO DE ENTRADA DEL SORT. LEE TODO  *
      *                   LOGCAMB Y LIBERA AL SORT LOS MOVIMIENTOS     *
      *                   POSTERIORES AL RESGUARDO, CON SU SECUENCIA   *
      *                   DE LLEGADA PARA DESEMPATAR A IGUAL MOMENTO.  *
      *                   LOS ANTERIORES YA ESTAN EN EL RESGUARDO Y    *
      *                   SOLO SE CUENTAN.                             *
      *----------------------------------------------------------------*
       2000-SELECCIONA.
           PERFORM 2100-PROCESA-LOG THRU 2100-EXIT
               UNTIL WS-FIN-ARCHIVO.
       2999-EXIT.
           EXIT.

       2100-PROCESA-LOG.
           READ LOGCAMB
               AT END
                   SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-LOG
                   MOVE LOG-FECHA TO WS-LOGP-FECHA
                   MOVE LOG-HORA  TO WS-LOGP-HORA
                   IF WS-PUNTO-LOG-N > WS-PUNTO-RESGUARDO-N
                       ADD 1 TO WS-SEQ-LLEGADA
                       MOVE LOG-FECHA      TO SRT-FECHA
                       MOVE LOG-HORA       TO SRT-HORA
                       MOVE WS-SEQ-LLEGADA TO SRT-SEQ
                       MOVE REG-LOGCAMB    TO SRT-LOG
                       RELEASE REG-ORDENADO
                   ELSE
                       ADD 1 TO WS-ANTERIORES
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-APLICA : PROCEDIMIENTO DE SALIDA DEL SORT. RETORNA LOS    *
      *               MOVIMIENTOS EN ORDEN Y APLICA LOS QUE NO PASAN   *
      *               EL TOPE, MIENTRAS NO HAYA HABIDO UN CONFLICTO.   *
      *               LOS DEMAS SOLO SE LISTAN.                        *
      *----------------------------------------------------------------*
       3000-APLICA.
           PERFORM 3100-RETORNA-MOVIMIENTO THRU 3100-EXIT
               UNTIL WS-FIN-ORDENADO.
       3999-EXIT.
           EXIT.

       3100-RETORNA-MOVIMIENTO.
           RETURN ORDENADO
               AT END
                   SET WS-FIN-ORDENADO TO TRUE
               NOT AT END
                   MOVE SRT-LOG   TO REG-LOGCAMB
                   MOVE LOG-FECHA TO WS-LOGP-FECHA
                   MOVE LOG-HORA  TO WS-LOGP-HORA
                   EVALUATE TRUE
                       WHEN WS-RECUPERACION-DETENIDA
                           ADD 1 TO WS-NO-APLICADOS
                           MOVE "NO APLICADO" TO WS-DET-ACCION
                           MOVE "POSTERIOR A UN CONFLICTO"
                                TO WS-DET-MOTIVO
                           PERFORM 9000-ESCRIBE-DETALLE THRU 9000-EXIT
                       WHEN WS-PUNTO-LOG-N > WS-PUNTO-TOPE-N
                           ADD 1 TO WS-POSTERIORES-TOPE
                           MOVE "OMITIDO"     TO WS-DET-ACCION
                           MOVE "POSTERIOR AL TOPE PEDIDO"
                                TO WS-DET-MOTIVO
                           PERFORM 9000-ESCRIBE-DETALLE THRU 9000-EXIT
                       WHEN OTHER
                           PERFORM 3200-APLICA-MOVIMIENTO
                               THRU 3200-EXIT
                   END-EVALUATE
           END-RETURN.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3200-APLICA-MOVIMIENTO : LEE EL EMPLEADO DEL MOVIMIENTO Y LO   *
      *                          DERIVA SEGUN EL TIPO DE OPERACION.    *
      *----------------------------------------------------------------*
       3200-APLICA-MOVIMIENTO.
           MOVE LOG-NUMERO-EMP TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "N" TO WS-SW-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-SW-EXISTE
           END-READ.

           EVALUATE LOG-TIPO-OPER
               WHEN "A"
               WHEN "R"
                   PERFORM 3300-APLICA-ALTA THRU 3300-EXIT
               WHEN "C"
               WHEN "D"
                   PERFORM 3400-APLICA-CAMBIO THRU 3400-EXIT
               WHEN OTHER
                   MOVE "TIPO DE OPERACION DESCONOCIDO"
                        TO WS-DET-MOTIVO
                   PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3300-APLICA-ALTA : ALTA ("A") O RESTAURACION ("R"): LA IMAGEN  *
      *                    ANTES ES BLANCO, ASI QUE EL EMPLEADO NO     *
      *                    TIENE QUE EXISTIR TODAVIA.                  *
      *----------------------------------------------------------------*
       3300-APLICA-ALTA.
           IF WS-EMPLEADO-EXISTE
               IF REG-EMPLEADOS = LOG-DESPUES
                   PERFORM 3700-MARCA-REFLEJADO THRU 3700-EXIT
               ELSE
                   MOVE "EL EMPLEADO YA EXISTE CON OTRO CONTENIDO"
                        TO WS-DET-MOTIVO
                   PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
               END-IF
               GO TO 3300-EXIT
           END-IF.

           MOVE LOG-DESPUES TO REG-EMPLEADOS.
           WRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
                   MOVE "ERROR GRABANDO EL ALTA EN EL MAESTRO"
                        TO WS-DET-MOTIVO
                   PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
                   GO TO 3300-EXIT
           END-WRITE.
           PERFORM 3600-MARCA-APLICADO THRU 3600-EXIT.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3400-APLICA-CAMBIO : CAMBIO ("C") O BAJA ("D"): EL MAESTRO     *
      *                      TIENE QUE TENER EXACTAMENTE LA IMAGEN     *
      *                      ANTES DEL LOG PARA PODER REGRABARLO CON   *
      *                      LA IMAGEN DESPUES.                        *
      *----------------------------------------------------------------*
       3400-APLICA-CAMBIO.
           IF NOT WS-EMPLEADO-EXISTE
               MOVE "EL EMPLEADO NO ESTA EN EL MAESTRO"
                    TO WS-DET-MOTIVO
               PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.

           IF REG-EMPLEADOS NOT = LOG-ANTES
               IF REG-EMPLEADOS = LOG-DESPUES
                   PERFORM 3700-MARCA-REFLEJADO THRU 3700-EXIT
               ELSE
                   MOVE "LA IMAGEN ANTES NO COINCIDE CON EL MAESTRO"
                        TO WS-DET-MOTIVO
                   PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
                   PERFORM 3850-ESCRIBE-IMAGENES THRU 3850-EXIT
               END-IF
               GO TO 3400-EXIT
           END-IF.

           MOVE LOG-DESPUES TO REG-EMPLEADOS.
           REWRITE REG-EMPLEADOS
               INVALID KEY
                   MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
                   MOVE "ERROR REGRABANDO EL MAESTRO"
                        TO WS-DET-MOTIVO
                   PERFORM 3800-MARCA-CONFLICTO THRU 3800-EXIT
                   GO TO 3400-EXIT
           END-REWRITE.
           PERFORM 3600-MARCA-APLICADO THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

       3600-MARCA-APLICADO.
           ADD 1            TO WS-APLICADOS.
           MOVE "APLICADO"  TO WS-DET-ACCION.
           MOVE SPACES      TO WS-DET-MOTIVO.
           PERFORM 9000-ESCRIBE-DETALLE THRU 9000-EXIT.
       3600-EXIT.
           EXIT.

       3700-MARCA-REFLEJADO.
           ADD 1            TO WS-YA-REFLEJADOS.
           MOVE "OMITIDO"   TO WS-DET-ACCION.
           MOVE "YA REFLEJADO EN EL MAESTRO" TO WS-DET-MOTIVO.
           PERFORM 9000-ESCRIBE-DETALLE THRU 9000-EXIT.
       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3800-MARCA-CONFLICTO : INFORMA EL CONFLICTO (MOTIVO YA         *
      *                        CARGADO) Y DETIENE LA RECUPERACION: LO  *
      *                        QUE SIGUE SOLO SE LISTA.                *
      *----------------------------------------------------------------*
       3800-MARCA-CONFLICTO.
           ADD 1            TO WS-CONFLICTOS.
           SET WS-RECUPERACION-DETENIDA TO TRUE.
           MOVE "CONFLICTO" TO WS-DET-ACCION.
           PERFORM 9000-ESCRIBE-DETALLE THRU 9000-EXIT.
           DISPLAY "PROG0039 - *** CONFLICTO EN EL EMPLEADO "
                   LOG-NUMERO-EMP " (" LOG-FECHA " " LOG-HORA
                   "), RECUPERACION DETENIDA ***".
       3800-EXIT.
           EXIT.

       3850-ESCRIBE-IMAGENES.
           MOVE "IMAGEN ANTES : " TO WS-IMG-ROTULO.
           MOVE LOG-ANTES         TO WS-IMG-REGISTRO.
           MOVE WS-LINEA-IMAGEN   TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
           MOVE "MAESTRO HOY  : " TO WS-IMG-ROTULO.
           MOVE REG-EMPLEADOS     TO WS-IMG-REGISTRO.
           MOVE WS-LINEA-IMAGEN   TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       3850-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-CUENTA-MAESTRO : RECORRE EL MAESTRO RECUPERADO DESDE EL   *
      *                       PRINCIPIO PARA LA CANTIDAD Y EL HASH DE  *
      *                       SALARIOS, Y LEE LA CABECERA DE EXTMAEST. *
      *----------------------------------------------------------------*
       4000-CUENTA-MAESTRO.
           CLOSE EMPLEADOS.
           OPEN INPUT EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0039 - ERROR REABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
               MOVE "N" TO WS-SW-MAESTRO-OK
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-LEE-MAESTRO THRU 4100-EXIT
               UNTIL WS-FIN-MAESTRO.
           CLOSE EMPLEADOS.

           OPEN INPUT EXTMAEST.
           IF WS-FS-EXT-OK
               READ EXTMAEST
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXC-ES-CABECERA
                           SET WS-HAY-EXTRACTO TO TRUE
                           MOVE EXC-CANTIDAD     TO WS-CANT-EXTRACTO
                           MOVE EXC-HASH-SALARIO TO WS-HASH-EXTRACTO
                       END-IF
               END-READ
           END-IF.
           CLOSE EXTMAEST.
       4000-EXIT.
           EXIT.

       4100-LEE-MAESTRO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   SET WS-FIN-MAESTRO TO TRUE
               NOT AT END
                   ADD 1               TO WS-CANT-FINAL
                   ADD REG-SALARIO-EMP TO WS-HASH-FINAL
           END-READ.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-TERMINO : IMPRIME LOS CONTADORES, LA CANTIDAD Y EL HASH   *
      *                FINALES CONTRA LA CABECERA DEL EXTRACTO Y DEJA  *
      *                EL RETURN-CODE PARA EL JCL.                     *
      *----------------------------------------------------------------*
       5000-TERMINO.
           MOVE "MOVIMIENTOS DE LOGCAMB     : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-LOG                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "ANTERIORES AL RESGUARDO    : " TO WS-TOT-ROTULO.
           MOVE WS-ANTERIORES                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "APLICADOS                  : " TO WS-TOT-ROTULO.
           MOVE WS-APLICADOS                   TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "OMITIDOS YA REFLEJADOS     : " TO WS-TOT-ROTULO.
           MOVE WS-YA-REFLEJADOS               TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "OMITIDOS POSTERIORES TOPE  : " TO WS-TOT-ROTULO.
           MOVE WS-POSTERIORES-TOPE            TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "CONFLICTOS                 : " TO WS-TOT-ROTULO.
           MOVE WS-CONFLICTOS                  TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "NO APLICADOS POR CONFLICTO : " TO WS-TOT-ROTULO.
           MOVE WS-NO-APLICADOS                TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.

           IF WS-MAESTRO-OK
               MOVE "EMPLEADOS EN EL MAESTRO    : " TO WS-TOT-ROTULO
               MOVE WS-CANT-FINAL                  TO WS-TOT-VALOR
               PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT
               MOVE "HASH DE SALARIOS DEL MAESTRO:" TO WS-HAS-ROTULO
               MOVE WS-HASH-FINAL                  TO WS-HAS-VALOR
               PERFORM 9450-ESCRIBE-HASH THRU 9450-EXIT
               PERFORM 5100-COMPARA-EXTRACTO THRU 5100-EXIT
           END-IF.

           CLOSE LOGCAMB.
           CLOSE RECUPRPT.
           DISPLAY "PROG0039 - MOVIMIENTOS DE LOGCAMB  : "
                   WS-LEIDOS-LOG.
           DISPLAY "PROG0039 - APLICADOS               : "
                   WS-APLICADOS.
           DISPLAY "PROG0039 - OMITIDOS                : "
                   WS-YA-REFLEJADOS " YA REFLEJADOS, "
                   WS-POSTERIORES-TOPE " POSTERIORES AL TOPE".
           DISPLAY "PROG0039 - CONFLICTOS              : "
                   WS-CONFLICTOS.
           DISPLAY "PROG0039 - EMPLEADOS EN EL MAESTRO : "
                   WS-CANT-FINAL.
           DISPLAY "PROG0039 - HASH DE SALARIOS        : "
                   WS-HASH-FINAL.
           IF WS-MAESTRO-OK
               AND WS-HAY-RESGUARDO
               AND NOT WS-RECUPERACION-DETENIDA
               DISPLAY "PROG0039 - RECUPERACION COMPLETA"
           ELSE
               DISPLAY "PROG0039 - *** RECUPERACION INCOMPLETA, VER "
                       "REPORTE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    EN LA BITACORA, LOS ESCRITOS DE ESTE PROGRAMA SON LOS      *
      *    MOVIMIENTOS APLICADOS Y LOS RECHAZADOS, LOS CONFLICTOS.    *
           MOVE "F"             TO BIT-TIPO-REG.
           MOVE WS-LEIDOS-LOG   TO BIT-LEIDOS.
           MOVE WS-APLICADOS    TO BIT-ESCRITOS.
           MOVE WS-CONFLICTOS   TO BIT-RECHAZADOS.
           MOVE WS-STATUS-FINAL TO BIT-FILE-STATUS.
           IF RETURN-CODE = ZERO
               MOVE "N" TO BIT-TERMINACION
           ELSE
               MOVE "A" TO BIT-TERMINACION
           END-IF.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5100-COMPARA-EXTRACTO : INFORMA LA CABECERA DEL EXTRACTO Y SI  *
      *                         COINCIDE CON EL MAESTRO RECUPERADO. ES *
      *                         INFORMATIVO: EL EXTRACTO ES LA FOTO    *
      *                         DEL PRINCIPIO DE LA VENTANA Y SOLO     *
      *                         COINCIDE SI EL TOPE ES ESE MOMENTO.    *
      *----------------------------------------------------------------*
       5100-COMPARA-EXTRACTO.
           IF NOT WS-HAY-EXTRACTO
               MOVE "EXTMAEST NO DISPONIBLE O SIN CABECERA, SIN COMPARAC
      -             "ION" TO WS-MSG-TEXTO
               PERFORM 9600-ESCRIBE-MENSAJE THRU 9600-EXIT
               GO TO 5100-EXIT
           END-IF.

           MOVE "EMPLEADOS EN EXTMAEST      : " TO WS-TOT-ROTULO.
           MOVE WS-CANT-EXTRACTO               TO WS-TOT-VALOR.
           PERFORM 9400-ESCRIBE-TOTAL THRU 9400-EXIT.
           MOVE "HASH DE SALARIOS EXTMAEST  : " TO WS-HAS-ROTULO.
           MOVE WS-HASH-EXTRACTO               TO WS-HAS-VALOR.
           PERFORM 9450-ESCRIBE-HASH THRU 9450-EXIT.

           IF WS-CANT-EXTRACTO = WS-CANT-FINAL
               AND WS-HASH-EXTRACTO = WS-HASH-FINAL
               MOVE "CANTIDAD Y HASH COINCIDEN CON LA CABECERA DEL EXTRA
      -             "CTO" TO WS-MSG-TEXTO
           ELSE
               MOVE "CANTIDAD U HASH DIFIEREN DE LA CABECERA DEL EXTRACT
      -             "O" TO WS-MSG-TEXTO
           END-IF.
           PERFORM 9600-ESCRIBE-MENSAJE THRU 9600-EXIT.
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-ESCRIBE-DETALLE : ESCRIBE LA LINEA DEL MOVIMIENTO ACTUAL  *
      *                        CON LA ACCION Y EL MOTIVO YA CARGADOS.  *
      *----------------------------------------------------------------*
       9000-ESCRIBE-DETALLE.
           MOVE LOG-FECHA        TO WS-DET-FECHA.
           MOVE LOG-HORA         TO WS-DET-HORA.
           MOVE LOG-TIPO-OPER    TO WS-DET-TIPO.
           MOVE LOG-NUMERO-EMP   TO WS-DET-NUMERO.
           MOVE LOG-USUARIO      TO WS-DET-USUARIO.
           MOVE WS-LINEA-DETALLE TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-ERROR : ESCRIBE EN EL REPORTE EL MOTIVO YA        *
      *                      CARGADO EN WS-ERR-MOTIVO.                 *
      *----------------------------------------------------------------*
       9100-ESCRIBE-ERROR.
           MOVE WS-LINEA-ERROR TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       9100-EXIT.
           EXIT.

       9400-ESCRIBE-TOTAL.
           MOVE WS-LINEA-TOTAL TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       9400-EXIT.
           EXIT.

       9450-ESCRIBE-HASH.
           MOVE WS-LINEA-HASH TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       9450-EXIT.
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
           MOVE "PROG0039"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.

       9600-ESCRIBE-MENSAJE.
           MOVE WS-LINEA-MENSAJE TO REG-RECUPRPT.
           WRITE REG-RECUPRPT.
       9600-EXIT.
           EXIT.
