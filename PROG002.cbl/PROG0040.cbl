        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0040.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: MANTENIMIENTO (ALTA/CAMBIO/BAJA) DEL MAESTRO DE       *
      *          CONCEPTOS FIJOS POR EMPLEADO (CONCEPTOS, COPYBOOK     *
      *          REGCONFD) A PARTIR DE UN LOTE DE TRANSACCIONES        *
      *          CONMANT, CON LOS MISMOS CONTROLES QUE PROG0021 HACE   *
      *          SOBRE EMPMANT:                                        *
      *            - EL LOTE DEBE ABRIR CON UNA CABECERA "H" (NUMERO   *
      *              DE LOTE, FECHA, AREA) Y CERRAR CON UN REGISTRO    *
      *              "T" CON LA CANTIDAD DE TRANSACCIONES Y EL HASH    *
      *              DE IMPORTES (IMPORTE MAS PORCENTAJE DE CADA       *
      *              TRANSACCION).                                     *
      *            - ANTE CUALQUIER DESCUADRE O UN NUMERO DE LOTE YA   *
      *              PROCESADO (CONLOTES) SE RECHAZA EL LOTE COMPLETO, *
      *              NO SE TOCA EL MAESTRO Y SE TERMINA CON            *
      *              RETURN-CODE 8.                                    *
      *          UN LOTE BUENO SE ORDENA POR EMPLEADO, CONCEPTO Y      *
      *          ALTA-CAMBIO-BAJA (CONSERVANDO EL ORDEN DE LLEGADA) Y  *
      *          SE APLICA. CADA TRANSACCION SE VALIDA POR SEPARADO;   *
      *          LAS RECHAZADAS VAN AL REPORTE CON SU MOTIVO Y CADA    *
      *          ACTUALIZACION DEJA SU IMAGEN ANTES/DESPUES EN LOGCON, *
      *          CON LA MISMA MECANICA QUE LOGCAMB. UN ALTA EXIGE UN   *
      *          EMPLEADO ACTIVO EN EMPLEADOS. LA BAJA ES FISICA: PARA *
      *          CORTAR UN CONCEPTO SIN PERDERLO SE LE PONE FECHA DE   *
      *          FIN CON UN CAMBIO.                                    *
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
           SELECT CONMANT   ASSIGN TO UT-S-CONMANT.
           SELECT CONCEPTOS ASSIGN TO UT-S-CONCEPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT OPTIONAL CONLOTES ASSIGN TO UT-S-CONLOTES
               FILE STATUS IS WS-FS-CONLOTES.
           SELECT LOGCON    ASSIGN TO UT-S-LOGCON.
           SELECT CONMRPT   ASSIGN TO UT-S-CONMRPT.
           SELECT ORDENADO  ASSIGN TO UT-S-ORDENADO.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

       DATA DIVISION.
       FILE SECTION .
      *    FD CONMANT : LOTE DE TRANSACCIONES DE CONCEPTOS. CABECERA   *
      *    "H", TRANSACCIONES "A"/"C"/"D" Y CIERRE "T", CON EL MISMO   *
      *    ESQUEMA QUE EMPMANT (VER REGMNTFD).                         *
       FD  CONMANT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONMANT.
       01  REG-CONMANT.
           05 CMT-TIPO             PIC X(01).
           05 CMT-NUMERO-EMP       PIC 9(05).
           05 CMT-CODIGO           PIC 9(03).
           05 CMT-DESCRIPCION      PIC X(20).
           05 CMT-CLASE            PIC X(01).
           05 CMT-FORMA            PIC X(01).
           05 CMT-IMPORTE          PIC 9(07)V99.
           05 CMT-PORCENTAJE       PIC 9(03)V99.
           05 CMT-FECHA-DESDE      PIC 9(08).
           05 CMT-FECHA-HASTA      PIC 9(08).
           05 CMT-USUARIO          PIC X(08).
           05 FILLER               PIC X(01).

       01  REG-CONMANT-CAB.
           05 CCB-TIPO             PIC X(01).
           05 CCB-LOTE             PIC 9(06).
           05 CCB-FECHA            PIC 9(08).
           05 CCB-AREA             PIC X(10).
           05 FILLER               PIC X(45).

       01  REG-CONMANT-FIN.
           05 CFN-TIPO             PIC X(01).
           05 CFN-CANTIDAD         PIC 9(06).
           05 CFN-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(50).

       FD  CONCEPTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONCEPTOS.
       01  REG-CONCEPTOS          PIC X(60).
           COPY REGCONFD.

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

      *    FD CONLOTES : NUMEROS DE LOTE DE CONCEPTOS YA ACEPTADOS,    *
      *    CON LA FECHA EN QUE SE ACEPTARON (MISMO USO QUE BATCTRL EN  *
      *    PROG0021).                                                  *
       FD  CONLOTES
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 14 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONLOTES.
       01  REG-CONLOTES.
           05 CLT-LOTE             PIC 9(06).
           05 CLT-FECHA            PIC 9(08).

      *    FD LOGCON : AUDITORIA DE CADA ACTUALIZACION DEL MAESTRO DE  *
      *    CONCEPTOS, CON LA IMAGEN COMPLETA ANTES Y DESPUES (EN       *
      *    BLANCO LA QUE NO EXISTE EN ALTAS Y BAJAS), IGUAL QUE        *
      *    LOGCAMB PARA EMPLEADOS.                                     *
       FD  LOGCON
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCON.
       01  REG-LOGCON.
           05 LGC-FECHA            PIC 9(08).
           05 LGC-HORA             PIC 9(06).
           05 LGC-TIPO-OPER        PIC X(01).
           05 LGC-NUMERO-EMP       PIC 9(05).
           05 LGC-CODIGO           PIC 9(03).
           05 LGC-USUARIO          PIC X(08).
           05 LGC-ANTES            PIC X(60).
           05 LGC-DESPUES          PIC X(60).

       FD  CONMRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONMRPT.
       01  REG-CONMRPT            PIC X(125).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       SD  ORDENADO
           DATA RECORD IS REG-ORDENADO.
       01  REG-ORDENADO.
           05 SRT-NUMERO-EMP       PIC 9(05).
           05 SRT-CODIGO           PIC 9(03).
           05 SRT-ORDEN            PIC 9(01).
           05 SRT-SEQ              PIC 9(05).
           05 SRT-TRANS            PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS            PIC 9(05)    VALUE ZEROS.
           05 WS-TRANSACCIONES     PIC 9(05)    VALUE ZEROS.
           05 WS-ALTAS             PIC 9(05)    VALUE ZEROS.
           05 WS-CAMBIOS           PIC 9(05)    VALUE ZEROS.
           05 WS-BAJAS             PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADAS        PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO    PIC X(01)    VALUE "N".
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-FIN-ORDENADO   PIC X(01)    VALUE "N".
              88 WS-FIN-ORDENADO                VALUE "S".
           05 WS-SW-BATCH-OK       PIC X(01)    VALUE "S".
              88 WS-BATCH-OK                    VALUE "S".
           05 WS-SW-HAY-CABECERA   PIC X(01)    VALUE "N".
              88 WS-HAY-CABECERA                VALUE "S".
           05 WS-SW-HAY-CIERRE     PIC X(01)    VALUE "N".
              88 WS-HAY-CIERRE                  VALUE "S".
           05 WS-SW-CIERRE-LEGIBLE PIC X(01)    VALUE "S".
              88 WS-CIERRE-LEGIBLE              VALUE "S".
           05 WS-SW-ES-PRIMERO     PIC X(01)    VALUE "S".
              88 WS-ES-PRIMERO                  VALUE "S".
           05 WS-SW-TRANS-OK       PIC X(01)    VALUE "S".
              88 WS-TRANS-ES-VALIDA             VALUE "S".
           05 WS-SW-CON-ABIERTO    PIC X(01)    VALUE "N".
              88 WS-CON-ABIERTO                 VALUE "S".
           05 WS-SW-EMP-ABIERTO    PIC X(01)    VALUE "N".
              88 WS-EMP-ABIERTO                 VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-CONCEPTOS      PIC X(02)    VALUE "00".
              88 WS-FS-CON-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-CONLOTES       PIC X(02)    VALUE "00".
              88 WS-FS-CLT-OK                   VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
           05 WS-HORA-ACTUAL       PIC 9(06).

      *    AREAS DE LA BITACORA DE CORRIDAS: FECHA/HORA DE CADA       *
      *    GRABACION, EL FILE STATUS FINAL DEL MAESTRO Y LA MARCA DE  *
      *    CORRIDA ANORMAL QUE SE PRENDE CUANDO UN MAESTRO NO ABRE.   *
       01  WS-CONTROL-BITACORA.
           05 WS-FECHA-BITAC      PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-BITAC       PIC 9(06)    VALUE ZEROS.
           05 WS-STATUS-FINAL     PIC X(02)    VALUE "00".
           05 WS-SW-CORRIDA-ANORMAL
                                  PIC X(01)    VALUE "N".
              88 WS-CORRIDA-ANORMAL            VALUE "S".

      *    DATOS DE LA CABECERA Y DEL CIERRE DEL LOTE LEIDO, Y LOS    *
      *    ACUMULADOS REALES PARA CONTRASTAR CONTRA EL CIERRE.        *
       01  WS-LOTE-ACTUAL          PIC 9(06)    VALUE ZEROS.
       01  WS-CANT-INFORMADA       PIC 9(06)    VALUE ZEROS.
       01  WS-HASH-INFORMADO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-HASH-CALCULADO       PIC 9(11)V99 VALUE ZEROS.
       01  WS-SEQ-LLEGADA          PIC 9(05)    VALUE ZEROS.

      *    LOTES YA PROCESADOS, CARGADOS DESDE CONLOTES.              *
       01  WS-NUM-LOTES            PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-LOTE             PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-LOTE-REPETIDO     PIC X(01)    VALUE "N".
           88 WS-LOTE-REPETIDO                  VALUE "S".
       01  WS-TABLA-LOTES.
           05 WS-LOTE-PROCESADO   PIC 9(06)    OCCURS 200 TIMES.

      *    TRANSACCION DEVUELTA POR EL SORT, DESGLOSADA PARA APLICARLA *
      *    (MISMO LAYOUT QUE REG-CONMANT).                            *
       01  WS-TRANSACCION.
           05 TRN-TIPO             PIC X(01).
           05 TRN-NUMERO-EMP       PIC 9(05).
           05 TRN-CODIGO           PIC 9(03).
           05 TRN-DESCRIPCION      PIC X(20).
           05 TRN-CLASE            PIC X(01).
              88 TRN-CLASE-VALIDA               VALUE "H" "D".
           05 TRN-FORMA            PIC X(01).
              88 TRN-ES-IMPORTE                 VALUE "I".
              88 TRN-ES-PORCENTAJE              VALUE "P".
           05 TRN-IMPORTE          PIC 9(07)V99.
           05 TRN-PORCENTAJE       PIC 9(03)V99.
           05 TRN-FECHA-DESDE      PIC 9(08).
           05 TRN-FECHA-HASTA      PIC 9(08).
           05 TRN-USUARIO          PIC X(08).
           05 FILLER               PIC X(01).

      *    FECHA A VALIDAR, DESGLOSADA PARA CONTROLAR MES Y DIA.      *
       01  WS-FECHA-VALIDAR        PIC 9(08)    VALUE ZEROS.
       01  WS-FECHA-VALIDAR-R      REDEFINES WS-FECHA-VALIDAR.
           05 WS-FVA-ANIO          PIC 9(04).
           05 WS-FVA-MES           PIC 9(02).
           05 WS-FVA-DIA           PIC 9(02).
       01  WS-SW-FECHA-OK          PIC X(01)    VALUE "S".
           88 WS-FECHA-ES-VALIDA                VALUE "S".

       01  WS-IMAGEN-ANTES         PIC X(60)    VALUE SPACES.
       01  WS-IMAGEN-DESPUES       PIC X(60)    VALUE SPACES.

       01  WS-MOTIVO-RECHAZO       PIC X(40)    VALUE SPACES.

       01  WS-TITULO-CONM.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(39)
               VALUE "MANTENIMIENTO DE CONCEPTOS POR EMPLEADO".

       01  WS-LINEA-LOTE.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(06)    VALUE "LOTE: ".
           05  WS-LOT-NUMERO-OUT  PIC 9(06).
           05  FILLER             PIC X(08)    VALUE "  AREA: ".
           05  WS-LOT-AREA-OUT    PIC X(10).
           05  FILLER             PIC X(09)    VALUE "  FECHA: ".
           05  WS-LOT-FECHA-OUT   PIC 9(08).

       01  WS-LINEA-ERROR.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(19)
                                  VALUE "*** LOTE RECHAZADO:".
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ERR-MOTIVO      PIC X(50).

       01  WS-REPORTE-EXCEPCION-CON.
           05 WS-EXCP-TIPO         PIC X(01).
           05 WS-EXCP-NUMERO       PIC 9(05).
           05 FILLER               PIC X(01)    VALUE "/".
           05 WS-EXCP-CODIGO       PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EXCP-MOTIVO       PIC X(40).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-EXCP-TRANS        PIC X(70).

       01  WS-LINEA-TOTAL.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT WS-CORRIDA-ANORMAL
               SORT ORDENADO
                   ON ASCENDING KEY SRT-NUMERO-EMP SRT-CODIGO
                                    SRT-ORDEN SRT-SEQ
                   INPUT  PROCEDURE IS 2000-VALIDA-LOTE
                                    THRU 2999-EXIT
                   OUTPUT PROCEDURE IS 4000-APLICA-LOTE
                                    THRU 4999-EXIT
           END-IF.
           PERFORM 5000-TERMINO THRU 5000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : ABRE ARCHIVOS, CARGA LOS LOTES YA PROCESADOS DE  *
      *               CONLOTES E IMPRIME EL TITULO. SI UN MAESTRO NO   *
      *               ABRE NO SE PROCESA EL LOTE.                      *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE "I"   TO BIT-TIPO-REG.
           MOVE ZEROS TO BIT-LEIDOS BIT-ESCRITOS BIT-RECHAZADOS.
           MOVE "00"  TO BIT-FILE-STATUS.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           OPEN INPUT  CONMANT.
           OPEN OUTPUT LOGCON.
           OPEN OUTPUT CONMRPT.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL  FROM TIME.

           OPEN I-O CONCEPTOS.
           IF WS-FS-CON-OK
               SET WS-CON-ABIERTO TO TRUE
           ELSE
               DISPLAY "PROG0040 - ERROR ABRIENDO CONCEPTOS, "
                       "STATUS " WS-FS-CONCEPTOS
               MOVE WS-FS-CONCEPTOS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF WS-FS-EMP-OK
               SET WS-EMP-ABIERTO TO TRUE
           ELSE
               DISPLAY "PROG0040 - ERROR ABRIENDO EMPLEADOS, "
                       "STATUS " WS-FS-EMPLEADOS
               MOVE WS-FS-EMPLEADOS TO WS-STATUS-FINAL
               SET WS-CORRIDA-ANORMAL TO TRUE
           END-IF.

      *    EL OPEN DE UN ARCHIVO OPTIONAL AUSENTE DEJA EL ARCHIVO     *
      *    ABIERTO EN FIN DE ARCHIVO (STATUS 05); EL CLOSE VA FUERA   *
      *    DEL IF PARA QUE EL OPEN EXTEND DE 5000-TERMINO NO SE       *
      *    ENCUENTRE EL ARCHIVO TODAVIA ABIERTO.                      *
           OPEN INPUT CONLOTES.
           IF WS-FS-CLT-OK
               PERFORM 1100-CARGA-LOTE THRU 1100-EXIT
                   UNTIL WS-FIN-ORDENADO
               MOVE "N" TO WS-SW-FIN-ORDENADO
           END-IF.
           CLOSE CONLOTES.

           MOVE WS-TITULO-CONM TO REG-CONMRPT.
           WRITE REG-CONMRPT.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1100-CARGA-LOTE : CARGA UN NUMERO DE LOTE YA PROCESADO EN LA   *
      *                   TABLA (SE REUSA EL SWITCH DE FIN DEL SORT    *
      *                   PORQUE A ESTA ALTURA TODAVIA NO CORRIO).     *
      *----------------------------------------------------------------*
       1100-CARGA-LOTE.
           READ CONLOTES
               AT END
                   SET WS-FIN-ORDENADO TO TRUE
               NOT AT END
                   IF WS-NUM-LOTES < 200
                       ADD 1 TO WS-NUM-LOTES
                       MOVE CLT-LOTE
                            TO WS-LOTE-PROCESADO (WS-NUM-LOTES)
                   ELSE
                       DISPLAY "PROG0040 - TABLA DE LOTES LLENA, NO "
                               "SE CONTROLA EL LOTE " CLT-LOTE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-VALIDA-LOTE : PROCEDIMIENTO DE ENTRADA DEL SORT. LEE TODO *
      *                    CONMANT, VALIDA CABECERA/CIERRE Y LIBERA    *
      *                    LAS TRANSACCIONES CON SU CLAVE DE ORDEN.    *
      *----------------------------------------------------------------*
       2000-VALIDA-LOTE.
           PERFORM 2100-PROCESA-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 2500-VALIDA-FINAL THRU 2500-EXIT.
       2999-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-PROCESA-REGISTRO : LEE Y CLASIFICA EL SIGUIENTE REGISTRO  *
      *                         DEL LOTE.                              *
      *----------------------------------------------------------------*
       2100-PROCESA-REGISTRO.
           READ CONMANT
               AT END
                   SET WS-FIN-ARCHIVO TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS
                   EVALUATE CMT-TIPO
                       WHEN "H"
                           PERFORM 2200-PROCESA-CABECERA
                                   THRU 2200-EXIT
                       WHEN "T"
                           PERFORM 2300-PROCESA-CIERRE
                                   THRU 2300-EXIT
                       WHEN OTHER
                           PERFORM 2400-PROCESA-TRANSACCION
                                   THRU 2400-EXIT
                   END-EVALUATE
                   MOVE "N" TO WS-SW-ES-PRIMERO
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROCESA-CABECERA.
           IF NOT WS-ES-PRIMERO
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "CABECERA FUERA DE LUGAR" TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           ELSE
               SET WS-HAY-CABECERA TO TRUE
               MOVE CCB-LOTE  TO WS-LOTE-ACTUAL
               MOVE CCB-LOTE  TO WS-LOT-NUMERO-OUT
               MOVE CCB-AREA  TO WS-LOT-AREA-OUT
               MOVE CCB-FECHA TO WS-LOT-FECHA-OUT
               MOVE WS-LINEA-LOTE TO REG-CONMRPT
               WRITE REG-CONMRPT
               PERFORM 2210-BUSCA-LOTE-REPETIDO THRU 2210-EXIT
               IF WS-LOTE-REPETIDO
                   PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
                   MOVE "NUMERO DE LOTE YA PROCESADO"
                        TO WS-ERR-MOTIVO
                   PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-BUSCA-LOTE-REPETIDO.
           MOVE "N" TO WS-SW-LOTE-REPETIDO.
           PERFORM 2220-COMPARA-LOTE THRU 2220-EXIT
               VARYING WS-IND-LOTE FROM 1 BY 1
               UNTIL WS-IND-LOTE > WS-NUM-LOTES
                  OR WS-LOTE-REPETIDO.
       2210-EXIT.
           EXIT.

       2220-COMPARA-LOTE.
           IF WS-LOTE-PROCESADO (WS-IND-LOTE) = WS-LOTE-ACTUAL
               MOVE "S" TO WS-SW-LOTE-REPETIDO
           END-IF.
       2220-EXIT.
           EXIT.

       2300-PROCESA-CIERRE.
           IF WS-HAY-CIERRE
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "MAS DE UN REGISTRO DE CIERRE" TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           ELSE
               SET WS-HAY-CIERRE TO TRUE
               IF CFN-CANTIDAD NUMERIC
                   AND CFN-HASH-IMPORTES NUMERIC
                   MOVE CFN-CANTIDAD      TO WS-CANT-INFORMADA
                   MOVE CFN-HASH-IMPORTES TO WS-HASH-INFORMADO
               ELSE
                   MOVE "N" TO WS-SW-CIERRE-LEGIBLE
                   PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
                   MOVE "REGISTRO DE CIERRE ILEGIBLE"
                        TO WS-ERR-MOTIVO
                   PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2400-PROCESA-TRANSACCION : ACUMULA LA TRANSACCION EN LOS       *
      *                            TOTALES DE CONTROL Y LA LIBERA AL   *
      *                            SORT CON SU CLAVE: EMPLEADO,        *
      *                            CONCEPTO, ORDEN DEL TIPO (A=1, C=2, *
      *                            D=3, OTRO=4) Y SECUENCIA DE         *
      *                            LLEGADA.                            *
      *----------------------------------------------------------------*
       2400-PROCESA-TRANSACCION.
           IF WS-ES-PRIMERO
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "EL LOTE NO ABRE CON CABECERA" TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.
           IF WS-HAY-CIERRE
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "TRANSACCIONES DESPUES DEL CIERRE"
                    TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.

           ADD 1 TO WS-TRANSACCIONES.
           ADD 1 TO WS-SEQ-LLEGADA.
           IF CMT-IMPORTE NUMERIC
               ADD CMT-IMPORTE    TO WS-HASH-CALCULADO
           END-IF.
           IF CMT-PORCENTAJE NUMERIC
               ADD CMT-PORCENTAJE TO WS-HASH-CALCULADO
           END-IF.

           MOVE CMT-NUMERO-EMP  TO SRT-NUMERO-EMP.
           MOVE CMT-CODIGO      TO SRT-CODIGO.
           EVALUATE CMT-TIPO
               WHEN "A"    MOVE 1 TO SRT-ORDEN
               WHEN "C"    MOVE 2 TO SRT-ORDEN
               WHEN "D"    MOVE 3 TO SRT-ORDEN
               WHEN OTHER  MOVE 4 TO SRT-ORDEN
           END-EVALUATE.
           MOVE WS-SEQ-LLEGADA  TO SRT-SEQ.
           MOVE REG-CONMANT     TO SRT-TRANS.
           RELEASE REG-ORDENADO.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-VALIDA-FINAL : AL AGOTARSE EL LOTE CONTRASTA LO LEIDO     *
      *                     CONTRA LO QUE DECLARO EL CIERRE.           *
      *----------------------------------------------------------------*
       2500-VALIDA-FINAL.
           IF NOT WS-HAY-CABECERA
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "EL LOTE NO TRAE CABECERA" TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.
           IF NOT WS-HAY-CIERRE
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "EL LOTE NO TRAE REGISTRO DE CIERRE"
                    TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           ELSE
               IF WS-CIERRE-LEGIBLE
                   IF WS-CANT-INFORMADA NOT = WS-TRANSACCIONES
                       PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
                       MOVE "LA CANTIDAD NO COINCIDE CON EL CIERRE"
                            TO WS-ERR-MOTIVO
                       PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
                   END-IF
                   IF WS-HASH-INFORMADO NOT = WS-HASH-CALCULADO
                       PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
                       MOVE "EL HASH DE IMPORTES NO COINCIDE"
                            TO WS-ERR-MOTIVO
                       PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-APLICA-LOTE : PROCEDIMIENTO DE SALIDA DEL SORT. SI EL     *
      *                    LOTE ES BUENO APLICA LAS TRANSACCIONES YA   *
      *                    ORDENADAS AL MAESTRO; SI FUE RECHAZADO SOLO *
      *                    DRENA EL SORT SIN TOCAR NADA.               *
      *----------------------------------------------------------------*
       4000-APLICA-LOTE.
           MOVE "N" TO WS-SW-FIN-ORDENADO.
           PERFORM 4100-RETORNA-TRANSACCION THRU 4100-EXIT
               UNTIL WS-FIN-ORDENADO.
       4999-EXIT.
           EXIT.

       4100-RETORNA-TRANSACCION.
           RETURN ORDENADO
               AT END
                   SET WS-FIN-ORDENADO TO TRUE
               NOT AT END
                   IF WS-BATCH-OK
                       MOVE SRT-TRANS TO WS-TRANSACCION
                       MOVE "S"       TO WS-SW-TRANS-OK
                       PERFORM 4200-APLICA-TRANSACCION THRU 4200-EXIT
                   END-IF
           END-RETURN.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4200-APLICA-TRANSACCION : APLICA LA TRANSACCION SEGUN SU TIPO. *
      *----------------------------------------------------------------*
       4200-APLICA-TRANSACCION.
           EVALUATE TRN-TIPO
               WHEN "A"
                   PERFORM 4300-PROCESA-ALTA   THRU 4300-EXIT
               WHEN "C"
                   PERFORM 4400-PROCESA-CAMBIO THRU 4400-EXIT
               WHEN "D"
                   PERFORM 4500-PROCESA-BAJA   THRU 4500-EXIT
               WHEN OTHER
                   DISPLAY "PROG0040 - TIPO DE TRANSACCION INVALIDO: "
                           TRN-TIPO
                   MOVE "TIPO DE TRANSACCION INVALIDO"
                                        TO WS-MOTIVO-RECHAZO
                   PERFORM 9300-ESCRIBE-EXCEPCION THRU 9300-EXIT
           END-EVALUATE.
       4200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4250-VALIDA-TRANSACCION : VALIDA LOS DATOS DE LA TRANSACCION   *
      *                           DE ALTA/CAMBIO: CLAVE NUMERICA Y     *
      *                           DISTINTA DE CERO, DESCRIPCION NO     *
      *                           VACIA, CLASE H/D, FORMA I/P CON SU   *
      *                           IMPORTE O PORCENTAJE (HASTA 100%) Y  *
      *                           VIGENCIA COHERENTE (DESDE <= HASTA,  *
      *                           HASTA EN CERO = SIN FIN).            *
      *----------------------------------------------------------------*
       4250-VALIDA-TRANSACCION.
           IF TRN-NUMERO-EMP NOT NUMERIC
               OR TRN-NUMERO-EMP = ZERO
               OR TRN-CODIGO NOT NUMERIC
               OR TRN-CODIGO = ZERO
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "EMPLEADO O CONCEPTO INVALIDO O EN CERO"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-TRANS-ES-VALIDA
               AND TRN-DESCRIPCION = SPACES
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "DESCRIPCION DEL CONCEPTO EN BLANCO"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-TRANS-ES-VALIDA
               AND NOT TRN-CLASE-VALIDA
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "CLASE INVALIDA (H=HABER, D=DESCUENTO)"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-TRANS-ES-VALIDA
               EVALUATE TRUE
                   WHEN TRN-ES-IMPORTE
                       IF TRN-IMPORTE NOT NUMERIC
                           OR TRN-IMPORTE = ZERO
                           MOVE "N"  TO WS-SW-TRANS-OK
                           MOVE "IMPORTE NO NUMERICO O EN CERO"
                                     TO WS-MOTIVO-RECHAZO
                       END-IF
                   WHEN TRN-ES-PORCENTAJE
                       IF TRN-PORCENTAJE NOT NUMERIC
                           OR TRN-PORCENTAJE = ZERO
                           OR TRN-PORCENTAJE > 100
                           MOVE "N"  TO WS-SW-TRANS-OK
                           MOVE "PORCENTAJE FUERA DE RANGO (0-100)"
                                     TO WS-MOTIVO-RECHAZO
                       END-IF
                   WHEN OTHER
                       MOVE "N"      TO WS-SW-TRANS-OK
                       MOVE "FORMA INVALIDA (I=IMPORTE, P=PORCENTAJE)"
                                     TO WS-MOTIVO-RECHAZO
               END-EVALUATE
           END-IF.

           IF WS-TRANS-ES-VALIDA
               MOVE "S" TO WS-SW-FECHA-OK
               IF TRN-FECHA-DESDE NOT NUMERIC
                   MOVE "N" TO WS-SW-FECHA-OK
               ELSE
                   MOVE TRN-FECHA-DESDE TO WS-FECHA-VALIDAR
                   PERFORM 4260-VALIDA-FECHA THRU 4260-EXIT
               END-IF
               IF NOT WS-FECHA-ES-VALIDA
                   MOVE "N"         TO WS-SW-TRANS-OK
                   MOVE "FECHA DESDE INVALIDA"
                                    TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF WS-TRANS-ES-VALIDA
               IF TRN-FECHA-HASTA NOT NUMERIC
                   MOVE "N" TO WS-SW-FECHA-OK
               ELSE
                   IF TRN-FECHA-HASTA NOT = ZERO
                       MOVE TRN-FECHA-HASTA TO WS-FECHA-VALIDAR
                       PERFORM 4260-VALIDA-FECHA THRU 4260-EXIT
                   END-IF
               END-IF
               IF NOT WS-FECHA-ES-VALIDA
                   MOVE "N"         TO WS-SW-TRANS-OK
                   MOVE "FECHA HASTA INVALIDA"
                                    TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

           IF WS-TRANS-ES-VALIDA
               AND TRN-FECHA-HASTA NOT = ZERO
               AND TRN-FECHA-HASTA < TRN-FECHA-DESDE
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "VIGENCIA INVERTIDA (DESDE > HASTA)"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.
       4250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4260-VALIDA-FECHA : CONTROLA QUE WS-FECHA-VALIDAR (AAAAMMDD)   *
      *                     TENGA MES 01-12 Y DIA 01-31.               *
      *----------------------------------------------------------------*
       4260-VALIDA-FECHA.
           IF WS-FVA-ANIO = ZERO
               OR WS-FVA-MES < 1 OR WS-FVA-MES > 12
               OR WS-FVA-DIA < 1 OR WS-FVA-DIA > 31
               MOVE "N" TO WS-SW-FECHA-OK
           END-IF.
       4260-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4270-ARMA-CONCEPTO : PASA LOS DATOS DE LA TRANSACCION AL       *
      *                      REGISTRO DEL MAESTRO. SOLO SE GUARDA EL   *
      *                      VALOR QUE CORRESPONDE A LA FORMA; EL      *
      *                      OTRO QUEDA EN CERO.                       *
      *----------------------------------------------------------------*
       4270-ARMA-CONCEPTO.
           MOVE TRN-DESCRIPCION   TO CON-DESCRIPCION.
           MOVE TRN-CLASE         TO CON-CLASE.
           MOVE TRN-FORMA         TO CON-FORMA.
           IF TRN-ES-IMPORTE
               MOVE TRN-IMPORTE   TO CON-IMPORTE
               MOVE ZEROS         TO CON-PORCENTAJE
           ELSE
               MOVE ZEROS         TO CON-IMPORTE
               MOVE TRN-PORCENTAJE
                                  TO CON-PORCENTAJE
           END-IF.
           MOVE TRN-FECHA-DESDE   TO CON-FECHA-DESDE.
           MOVE TRN-FECHA-HASTA   TO CON-FECHA-HASTA.
       4270-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4300-PROCESA-ALTA : AGREGA UN CONCEPTO NUEVO A UN EMPLEADO     *
      *                     ACTIVO.                                    *
      *----------------------------------------------------------------*
       4300-PROCESA-ALTA.
           PERFORM 4250-VALIDA-TRANSACCION THRU 4250-EXIT.
           IF WS-TRANS-ES-VALIDA
               MOVE TRN-NUMERO-EMP   TO REG-NUMERO-EMP
               READ EMPLEADOS
                   KEY IS REG-NUMERO-EMP
                   INVALID KEY
                       MOVE "N"      TO WS-SW-TRANS-OK
                       MOVE "ALTA RECHAZADA, EMPLEADO INEXISTENTE"
                                     TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF REG-STATUS-EMP NOT = 1
                           MOVE "N"  TO WS-SW-TRANS-OK
                           MOVE "ALTA RECHAZADA, EMPLEADO INACTIVO"
                                     TO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE TRN-NUMERO-EMP   TO CON-NUMERO-EMP
               MOVE TRN-CODIGO       TO CON-CODIGO
               READ CONCEPTOS
                   KEY IS CON-CLAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N"      TO WS-SW-TRANS-OK
                       MOVE "ALTA RECHAZADA, YA EXISTE EN EL MAESTRO"
                                     TO WS-MOTIVO-RECHAZO
               END-READ
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE TRN-NUMERO-EMP   TO CON-NUMERO-EMP
               MOVE TRN-CODIGO       TO CON-CODIGO
               PERFORM 4270-ARMA-CONCEPTO THRU 4270-EXIT
               WRITE REG-CONCEPTOS
               ADD 1                 TO WS-ALTAS
               MOVE SPACES           TO WS-IMAGEN-ANTES
               MOVE REG-CONCEPTOS    TO WS-IMAGEN-DESPUES
               PERFORM 9200-ESCRIBE-LOG THRU 9200-EXIT
           ELSE
               DISPLAY "PROG0040 - ALTA RECHAZADA: " TRN-NUMERO-EMP
                       "/" TRN-CODIGO " - " WS-MOTIVO-RECHAZO
               PERFORM 9300-ESCRIBE-EXCEPCION THRU 9300-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4400-PROCESA-CAMBIO : CORRIGE UN CONCEPTO EXISTENTE (IMPORTE,  *
      *                       PORCENTAJE, VIGENCIA, ETC.). EL EMPLEADO *
      *                       DEBE SEGUIR EN EL MAESTRO, AUNQUE PUEDE  *
      *                       ESTAR INACTIVO PARA PODER CERRARLE LOS   *
      *                       CONCEPTOS.                               *
      *----------------------------------------------------------------*
       4400-PROCESA-CAMBIO.
           PERFORM 4250-VALIDA-TRANSACCION THRU 4250-EXIT.
           IF WS-TRANS-ES-VALIDA
               MOVE TRN-NUMERO-EMP   TO REG-NUMERO-EMP
               READ EMPLEADOS
                   KEY IS REG-NUMERO-EMP
                   INVALID KEY
                       MOVE "N"      TO WS-SW-TRANS-OK
                       MOVE "CAMBIO RECHAZADO, EMPLEADO INEXISTENTE"
                                     TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE TRN-NUMERO-EMP   TO CON-NUMERO-EMP
               MOVE TRN-CODIGO       TO CON-CODIGO
               READ CONCEPTOS
                   KEY IS CON-CLAVE
                   INVALID KEY
                       MOVE "N"      TO WS-SW-TRANS-OK
                       MOVE "CAMBIO RECHAZADO, NO ESTA EN EL MAESTRO"
                                     TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE REG-CONCEPTOS    TO WS-IMAGEN-ANTES
               PERFORM 4270-ARMA-CONCEPTO THRU 4270-EXIT
               REWRITE REG-CONCEPTOS
               ADD 1                 TO WS-CAMBIOS
               MOVE REG-CONCEPTOS    TO WS-IMAGEN-DESPUES
               PERFORM 9200-ESCRIBE-LOG THRU 9200-EXIT
           ELSE
               DISPLAY "PROG0040 - CAMBIO RECHAZADO: " TRN-NUMERO-EMP
                       "/" TRN-CODIGO " - " WS-MOTIVO-RECHAZO
               PERFORM 9300-ESCRIBE-EXCEPCION THRU 9300-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4500-PROCESA-BAJA : ELIMINA FISICAMENTE UN CONCEPTO. EL        *
      *                     REGISTRO COMPLETO QUEDA EN LA IMAGEN ANTES *
      *                     DE LOGCON COMO CONSTANCIA.                 *
      *----------------------------------------------------------------*
       4500-PROCESA-BAJA.
           MOVE TRN-NUMERO-EMP  TO CON-NUMERO-EMP.
           MOVE TRN-CODIGO      TO CON-CODIGO.
           READ CONCEPTOS
               KEY IS CON-CLAVE
               INVALID KEY
                   MOVE "N"         TO WS-SW-TRANS-OK
                   MOVE "BAJA RECHAZADA, NO EXISTE EN EL MAESTRO"
                                    TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-TRANS-ES-VALIDA
               MOVE REG-CONCEPTOS    TO WS-IMAGEN-ANTES
               DELETE CONCEPTOS RECORD
               ADD 1                 TO WS-BAJAS
               MOVE SPACES           TO WS-IMAGEN-DESPUES
               PERFORM 9200-ESCRIBE-LOG THRU 9200-EXIT
           ELSE
               DISPLAY "PROG0040 - BAJA RECHAZADA: " TRN-NUMERO-EMP
                       "/" TRN-CODIGO " - " WS-MOTIVO-RECHAZO
               PERFORM 9300-ESCRIBE-EXCEPCION THRU 9300-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 5000-TERMINO : SI EL LOTE FUE ACEPTADO LO REGISTRA EN          *
      *                CONLOTES; IMPRIME LOS CONTADORES, CIERRA        *
      *                ARCHIVOS Y DEJA EL RETURN-CODE PARA EL JCL.     *
      *----------------------------------------------------------------*
       5000-TERMINO.
           IF WS-CORRIDA-ANORMAL
               MOVE "N" TO WS-SW-BATCH-OK
           END-IF.
           IF WS-BATCH-OK AND WS-HAY-CABECERA
               OPEN EXTEND CONLOTES
               MOVE WS-LOTE-ACTUAL  TO CLT-LOTE
               MOVE WS-FECHA-ACTUAL TO CLT-FECHA
               WRITE REG-CONLOTES
               CLOSE CONLOTES
           END-IF.

           MOVE "REGISTROS LEIDOS          : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS                      TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           MOVE "TRANSACCIONES DEL LOTE    : " TO WS-TOT-ROTULO.
           MOVE WS-TRANSACCIONES               TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           MOVE "ALTAS APLICADAS           : " TO WS-TOT-ROTULO.
           MOVE WS-ALTAS                       TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           MOVE "CAMBIOS APLICADOS         : " TO WS-TOT-ROTULO.
           MOVE WS-CAMBIOS                     TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           MOVE "BAJAS APLICADAS           : " TO WS-TOT-ROTULO.
           MOVE WS-BAJAS                       TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           MOVE "TRANSACCIONES RECHAZADAS  : " TO WS-TOT-ROTULO.
           MOVE WS-RECHAZADAS                  TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-CONMRPT.
           WRITE REG-CONMRPT.

           CLOSE CONMANT.
           CLOSE LOGCON.
           CLOSE CONMRPT.
           IF WS-CON-ABIERTO
               CLOSE CONCEPTOS
           END-IF.
           IF WS-EMP-ABIERTO
               CLOSE EMPLEADOS
           END-IF.
           DISPLAY "PROG0040 - REGISTROS LEIDOS        : " WS-LEIDOS.
           DISPLAY "PROG0040 - TRANSACCIONES DEL LOTE  : "
                   WS-TRANSACCIONES.
           DISPLAY "PROG0040 - ALTAS APLICADAS         : " WS-ALTAS.
           DISPLAY "PROG0040 - CAMBIOS APLICADOS       : " WS-CAMBIOS.
           DISPLAY "PROG0040 - BAJAS APLICADAS         : " WS-BAJAS.
           DISPLAY "PROG0040 - RECHAZADAS              : "
                   WS-RECHAZADAS.
           IF WS-BATCH-OK
               DISPLAY "PROG0040 - LOTE " WS-LOTE-ACTUAL " ACEPTADO"
           ELSE
               DISPLAY "PROG0040 - *** LOTE NO APLICADO, VER REPORTE "
                       "DE MANTENIMIENTO ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    EN LA BITACORA, LOS ESCRITOS SON LAS ACTUALIZACIONES       *
      *    APLICADAS AL MAESTRO; UN LOTE RECHAZADO CUENTA TODAS SUS   *
      *    TRANSACCIONES COMO RECHAZADAS Y GRABA TERMINACION "A".     *
           MOVE "F"              TO BIT-TIPO-REG.
           MOVE WS-LEIDOS        TO BIT-LEIDOS.
           COMPUTE BIT-ESCRITOS = WS-ALTAS + WS-CAMBIOS + WS-BAJAS.
           IF WS-BATCH-OK
               MOVE WS-RECHAZADAS    TO BIT-RECHAZADOS
               MOVE "N"              TO BIT-TERMINACION
           ELSE
               MOVE WS-TRANSACCIONES TO BIT-RECHAZADOS
               MOVE "A"              TO BIT-TERMINACION
           END-IF.
           MOVE WS-STATUS-FINAL  TO BIT-FILE-STATUS.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.
           CLOSE BITACORA.
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-RECHAZA-LOTE : MARCA EL LOTE COMO RECHAZADO.              *
      *----------------------------------------------------------------*
       9000-RECHAZA-LOTE.
           MOVE "N" TO WS-SW-BATCH-OK.
       9000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9100-ESCRIBE-ERROR : ESCRIBE EN EL REPORTE EL MOTIVO DEL       *
      *                      RECHAZO YA CARGADO EN WS-ERR-MOTIVO.      *
      *----------------------------------------------------------------*
       9100-ESCRIBE-ERROR.
           MOVE WS-LINEA-ERROR TO REG-CONMRPT.
           WRITE REG-CONMRPT.
       9100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9200-ESCRIBE-LOG : ESCRIBE EL REGISTRO DE AUDITORIA CON LA     *
      *                    IMAGEN ANTES/DESPUES DE LA ACTUALIZACION.   *
      *----------------------------------------------------------------*
       9200-ESCRIBE-LOG.
           MOVE WS-FECHA-ACTUAL   TO LGC-FECHA.
           MOVE WS-HORA-ACTUAL    TO LGC-HORA.
           MOVE TRN-TIPO          TO LGC-TIPO-OPER.
           MOVE TRN-NUMERO-EMP    TO LGC-NUMERO-EMP.
           MOVE TRN-CODIGO        TO LGC-CODIGO.
           MOVE TRN-USUARIO       TO LGC-USUARIO.
           MOVE WS-IMAGEN-ANTES   TO LGC-ANTES.
           MOVE WS-IMAGEN-DESPUES TO LGC-DESPUES.
           WRITE REG-LOGCON.
       9200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9300-ESCRIBE-EXCEPCION : ESCRIBE EN EL REPORTE LA TRANSACCION  *
      *                          RECHAZADA JUNTO CON EL MOTIVO, EN     *
      *                          LUGAR DE APLICARLA AL MAESTRO.        *
      *----------------------------------------------------------------*
       9300-ESCRIBE-EXCEPCION.
           MOVE TRN-TIPO          TO WS-EXCP-TIPO.
           MOVE TRN-NUMERO-EMP    TO WS-EXCP-NUMERO.
           MOVE TRN-CODIGO        TO WS-EXCP-CODIGO.
           MOVE WS-MOTIVO-RECHAZO TO WS-EXCP-MOTIVO.
           MOVE WS-TRANSACCION    TO WS-EXCP-TRANS.
           MOVE WS-REPORTE-EXCEPCION-CON
                                  TO REG-CONMRPT.
           WRITE REG-CONMRPT.
           ADD 1                  TO WS-RECHAZADAS.
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
           MOVE "PROG0040"      TO BIT-PROGRAMA.
           MOVE WS-FECHA-BITAC  TO BIT-FECHA.
           MOVE WS-HORA-BITAC   TO BIT-HORA.
           WRITE REG-BITACORA.
       9500-EXIT.
           EXIT.
