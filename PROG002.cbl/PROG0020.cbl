      *            - PAGADO NO EXTRAIDO: NOMINA LO PAGO Y NO ESTABA    *
      *              EN EL EXTRACTO DE ESTA CORRIDA.                   *
      *            - IMPORTE DISTINTO: EL IMPORTE PAGADO NO COINCIDE   *
      *              CON EL NETO EXTRAIDO: SALARIO MAS HABERES MENOS   *
      *              DESCUENTOS DE LOS REGISTROS DE CONCEPTO QUE       *
      *              SIGUEN AL EMPLEADO EN EL EXTRACTO (SE IMPRIME LA  *
      *              DIFERENCIA).                                      *
      *          LAS DIFERENCIAS RETROACTIVAS QUE PROG0044 ENVIO A     *
      *          NOMINA (RETROHIS, ESTADO ENVIADO) LLEGAN SUMADAS AL   *
      *          IMPORTE PAGADO DEL PROXIMO RETORNO: SI EL IMPORTE     *
      *          COINCIDE CON EL NETO MAS LA SUMA RETROACTIVA DEL      *
      *          EMPLEADO SE CONCILIA Y LAS DIFERENCIAS QUEDAN         *
      *          MARCADAS COMO CONCILIADAS; SI COINCIDE CON EL NETO    *
      *          SOLO, LAS DIFERENCIAS SIGUEN PENDIENTES Y SE AVISA.   *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 21/08/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     EL EXTRACTO TRAE, DETRAS DE CADA EMPLEADO, *
      *                     SUS CONCEPTOS FIJOS VIGENTES (MAESTRO      *
      *                     CONCEPTOS). EL EXTRACTO SE LEE CON UN      *
      *                     REGISTRO DE ADELANTO Y EL IMPORTE PAGADO SE*
      *                     CONCILIA CONTRA EL NETO: SALARIO MAS       *
      *                     HABERES MENOS DESCUENTOS. UN CONCEPTO SIN  *
      *                     SU EMPLEADO DELANTE SE REPORTA.            *
      * 15/10/2026  RAA     RECONOCE LAS DIFERENCIAS RETROACTIVAS      *
      *                     ENVIADAS EN RETROHIS Y LAS MARCA COMO      *
      *                     CONCILIADAS AL ENCONTRARLAS PAGADAS.       *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT EXTRACTO  ASSIGN TO UT-S-EXTRACTO.
           SELECT RETNOMI   ASSIGN TO UT-S-RETNOMI.
           SELECT CONCRPT   ASSIGN TO UT-S-CONCRPT.
           SELECT RETROHIS  ASSIGN TO UT-S-RETROHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTH-CLAVE
               FILE STATUS IS WS-FS-RETROHIS.

       DATA DIVISION.
       FILE SECTION .
           05 FILLER              PIC X(01).
           05 EXT-SALARIO-DEC     PIC 9(02).

      *    REGISTRO DE CONCEPTO FIJO QUE PROG0010 GRABA DETRAS DE CADA *
      *    EMPLEADO: SE RECONOCE POR EL "*" EN LA POSICION DEL NOMBRE; *
      *    LA CLASE INDICA SI EL IMPORTE SUMA (HAB) O RESTA (DES).     *
       01  REG-EXTRACTO-CONCEPTO.
           05 ECP-NUMERO-EMP      PIC 9(05).
           05 FILLER              PIC X(01).
           05 ECP-MARCA           PIC X(01).
              88 ECP-ES-CONCEPTO               VALUE "*".
           05 ECP-CODIGO          PIC 9(03).
           05 FILLER              PIC X(26).
           05 FILLER              PIC X(01).
           05 ECP-CLASE           PIC X(03).
              88 ECP-ES-HABER                  VALUE "HAB".
              88 ECP-ES-DESCUENTO              VALUE "DES".
           05 FILLER              PIC X(01).
           05 ECP-FORMA           PIC X(02).
           05 FILLER              PIC X(01).
           05 ECP-IMPORTE-ENT     PIC 9(07).
           05 FILLER              PIC X(01).
           05 ECP-IMPORTE-DEC     PIC 9(02).

      *    FD RETNOMI : ARCHIVO DE RETORNO DE NOMINA, UN REGISTRO POR  *
      *    EMPLEADO PROCESADO. RET-STATUS "PA" = PAGADO; CUALQUIER     *
      *    OTRO CODIGO SE TRATA COMO NO PAGADO.                        *
           DATA RECORD IS REG-CONCRPT.
       01  REG-CONCRPT            PIC X(90).

      *    FD RETROHIS : DIFERENCIAS RETROACTIVAS ENVIADAS POR         *
      *    PROG0044, EN ORDEN DE EMPLEADO.                             *
       FD  RETROHIS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETROHIS.
       01  REG-RETROHIS           PIC X(80).
           COPY REGRHIFD.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-EXT        PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-CONFIRMAR     PIC 9(05)    VALUE ZEROS.
           05 WS-NO-EXTRAIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-IMPORTES-DIST     PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-CPT        PIC 9(05)    VALUE ZEROS.
           05 WS-CPT-HUERFANOS     PIC 9(05)    VALUE ZEROS.
           05 WS-RETRO-CONCILIADOS PIC 9(05)    VALUE ZEROS.
           05 WS-RETRO-PENDIENTES  PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-EXT        PIC X(01)    VALUE "N".
              88 WS-FIN-EXT                     VALUE "S".
           05 WS-SW-FIN-RET        PIC X(01)    VALUE "N".
              88 WS-FIN-RET                     VALUE "S".
           05 WS-SW-FIN-FISICO     PIC X(01)    VALUE "N".
              88 WS-FIN-FISICO                  VALUE "S".
           05 WS-SW-HAY-RETRO      PIC X(01)    VALUE "N".
              88 WS-HAY-RETRO                   VALUE "S".
           05 WS-SW-FIN-RETRO      PIC X(01)    VALUE "N".
              88 WS-FIN-RETRO                   VALUE "S".
           05 WS-SW-MARCA-RETRO    PIC X(01)    VALUE "N".
              88 WS-MARCA-RETRO                 VALUE "S".

       01  WS-FS-RETROHIS          PIC X(02)    VALUE "00".
           88 WS-FS-RTH-OK                      VALUE "00".

      *    CLAVES DE APAREO. AL AGOTARSE UN ARCHIVO SU CLAVE SE PONE  *
      *    EN HIGH-VALUES PARA QUE EL OTRO TERMINE DE DRENAR SOLO.    *
       01  WS-CLAVE-RET            PIC X(05)    VALUE HIGH-VALUES.

       01  WS-SALARIO-EXT          PIC 9(07)V99 VALUE ZEROS.

      *    EL EXTRACTO SE LEE CON UN REGISTRO DE ADELANTO: AL TOMAR UN *
      *    EMPLEADO SE GUARDA SU REGISTRO EN WS-EXT-ACTUAL Y SE        *
      *    ACUMULAN LOS CONCEPTOS QUE LO SIGUEN, HASTA ENCONTRAR EL    *
      *    PROXIMO EMPLEADO, QUE QUEDA LEIDO EN EL AREA DEL ARCHIVO.   *
       01  WS-EXT-ACTUAL.
           05 WS-EXA-NUMERO-EMP   PIC 9(05).
           05 FILLER              PIC X(01).
           05 WS-EXA-NOMBRE-EMP   PIC X(30).
           05 FILLER              PIC X(01).
           05 WS-EXA-DEPTO-EMP    PIC 9(03).
           05 FILLER              PIC X(01).
           05 WS-EXA-PUESTO-EMP   PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-EXA-SALARIO-ENT  PIC 9(07).
           05 FILLER              PIC X(01).
           05 WS-EXA-SALARIO-DEC  PIC 9(02).

       01  WS-IMPORTE-CPT          PIC 9(07)V99 VALUE ZEROS.
       01  WS-HABERES-EXT          PIC 9(07)V99 VALUE ZEROS.
       01  WS-DESCUENTOS-EXT       PIC 9(07)V99 VALUE ZEROS.
       01  WS-NETO-EXT             PIC S9(07)V99 VALUE ZEROS.
       01  WS-DELTA-IMPORTE        PIC S9(07)V99 VALUE ZEROS.

      *    SUMA DE LAS DIFERENCIAS RETROACTIVAS ENVIADAS Y TODAVIA NO  *
      *    CONCILIADAS DEL EMPLEADO: LO A PAGAR SUMA, LO A RECUPERAR   *
      *    RESTA.                                                      *
       01  WS-RETRO-EMP            PIC S9(07)V99 VALUE ZEROS.
       01  WS-NETO-CON-RETRO       PIC S9(07)V99 VALUE ZEROS.
       01  WS-NUMERO-RETRO         PIC 9(05)    VALUE ZEROS.
       01  WS-FECHA-CORRIDA        PIC 9(08)    VALUE ZEROS.

       01  WS-TITULO-CONC.
           05  FILLER             PIC X(18)    VALUE SPACES.
           05  FILLER             PIC X(44)

      *    SUB-LAYOUT DEL DETALLE PARA LA EXCEPCION DE IMPORTES.      *
       01  WS-DET-IMPORTES.
           05 WS-IMP-EXTRAIDO     PIC -9(07).99.
           05 FILLER              PIC X(04)    VALUE " -> ".
           05 WS-IMP-PAGADO       PIC 9(07).99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           MOVE WS-TITULO-CONC TO REG-CONCRPT.
           WRITE REG-CONCRPT.

      *    SIN RETROHIS LA CONCILIACION SIGUE COMO ANTES, SIN          *
      *    RECONOCER DIFERENCIAS RETROACTIVAS; SE DEJA AVISO.          *
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.
           OPEN I-O RETROHIS.
           IF WS-FS-RTH-OK
               SET WS-HAY-RETRO TO TRUE
           ELSE
               MOVE "SIN RETROHIS"           TO WS-CON-TIPO
               MOVE ZEROS                    TO WS-CON-NUMERO
               MOVE "NO SE RECONOCEN DIFERENCIAS RETROACTIVAS"
                                             TO WS-CON-DETALLE
               PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT
               DISPLAY "PROG0020 - NO SE PUDO ABRIR RETROHIS, STATUS "
                       WS-FS-RETROHIS
           END-IF.

           PERFORM 8050-LEER-FISICO   THRU 8050-EXIT.
           PERFORM 8000-LEER-EXTRACTO THRU 8000-EXIT.
           PERFORM 8100-LEER-RETORNO  THRU 8100-EXIT.
       1000-EXIT.
      *----------------------------------------------------------------*
       2100-SIN-CONFIRMAR.
           MOVE "EXTRAIDO SIN CONFIRMAR" TO WS-CON-TIPO.
           MOVE WS-EXA-NUMERO-EMP        TO WS-CON-NUMERO.
           MOVE WS-EXA-NOMBRE-EMP        TO WS-CON-DETALLE.
           PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT.
           ADD 1                         TO WS-SIN-CONFIRMAR.
       2100-EXIT.
      *                    EXCEPCION SI ADEMAS FIGURA COMO PAGADO;     *
      *                    UN RETORNO NO PAGADO DE UN NO EXTRAIDO NO   *
      *                    MUEVE PLATA Y SOLO SE CUENTA COMO LEIDO.    *
      *                    UN PAGO QUE ES EXACTAMENTE LA SUMA          *
      *                    RETROACTIVA DEL EMPLEADO (POR EJEMPLO, DE   *
      *                    UNA BAJA) SE CONCILIA COMO RETROACTIVO.     *
      *----------------------------------------------------------------*
       2200-NO-EXTRAIDO.
           MOVE ZEROS TO WS-RETRO-EMP.
           IF RET-STATUS = "PA"
               MOVE RET-NUMERO-EMP TO WS-NUMERO-RETRO
               PERFORM 2350-SUMA-RETRO THRU 2350-EXIT
           END-IF.
           IF RET-STATUS = "PA"
               IF WS-RETRO-EMP NOT = ZERO
                   AND WS-RETRO-EMP = RET-IMPORTE
                   MOVE RET-NUMERO-EMP        TO WS-CON-NUMERO
                   PERFORM 2360-CONCILIA-RETRO THRU 2360-EXIT
               ELSE
                   MOVE "PAGADO NO EXTRAIDO"  TO WS-CON-TIPO
                   MOVE RET-NUMERO-EMP        TO WS-CON-NUMERO
                   MOVE RET-IMPORTE           TO WS-IMP-PAGADO
                   MOVE ZEROS                 TO WS-IMP-EXTRAIDO
                   MOVE RET-IMPORTE           TO WS-DELTA-IMPORTE
                   MOVE WS-DELTA-IMPORTE      TO WS-IMP-DELTA
                   MOVE WS-DET-IMPORTES       TO WS-CON-DETALLE
                   PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT
                   ADD 1                      TO WS-NO-EXTRAIDOS
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
      * 2300-PROCESA-APAREADO : EL EMPLEADO ESTA EN AMBAS ENTRADAS.    *
      *                         SI NOMINA NO LO PAGO ES UN EXTRAIDO    *
      *                         SIN CONFIRMAR; SI LO PAGO POR UN       *
      *                         IMPORTE DISTINTO AL NETO EXTRAIDO      *
      *                         (SALARIO + HABERES - DESCUENTOS) SE    *
      *                         REPORTA LA DIFERENCIA. SI EL IMPORTE   *
      *                         ES EL NETO MAS LAS DIFERENCIAS         *
      *                         RETROACTIVAS ENVIADAS, SE CONCILIA Y   *
      *                         ESTAS QUEDAN CONCILIADAS; SI ES EL     *
      *                         NETO SOLO, QUEDAN PENDIENTES.          *
      *----------------------------------------------------------------*
       2300-PROCESA-APAREADO.
           COMPUTE WS-SALARIO-EXT =
               WS-EXA-SALARIO-ENT + WS-EXA-SALARIO-DEC / 100.
           COMPUTE WS-NETO-EXT =
               WS-SALARIO-EXT + WS-HABERES-EXT - WS-DESCUENTOS-EXT.
           MOVE ZEROS TO WS-RETRO-EMP.
           IF RET-STATUS = "PA"
               MOVE WS-EXA-NUMERO-EMP TO WS-NUMERO-RETRO
               PERFORM 2350-SUMA-RETRO THRU 2350-EXIT
           END-IF.
           COMPUTE WS-NETO-CON-RETRO = WS-NETO-EXT + WS-RETRO-EMP.

           EVALUATE TRUE
               WHEN RET-STATUS NOT = "PA"
                   MOVE "EXTRAIDO SIN CONFIRMAR" TO WS-CON-TIPO
                   MOVE WS-EXA-NUMERO-EMP        TO WS-CON-NUMERO
                   MOVE WS-EXA-NOMBRE-EMP        TO WS-CON-DETALLE
                   PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT
                   ADD 1                         TO WS-SIN-CONFIRMAR
               WHEN WS-RETRO-EMP NOT = ZERO
                AND WS-NETO-CON-RETRO = RET-IMPORTE
                   ADD 1                         TO WS-CONCILIADOS
                   MOVE WS-EXA-NUMERO-EMP        TO WS-CON-NUMERO
                   PERFORM 2360-CONCILIA-RETRO THRU 2360-EXIT
               WHEN WS-NETO-EXT = RET-IMPORTE
                   ADD 1                         TO WS-CONCILIADOS
                   IF WS-RETRO-EMP NOT = ZERO
                       MOVE "RETRO PENDIENTE"    TO WS-CON-TIPO
                       MOVE WS-EXA-NUMERO-EMP    TO WS-CON-NUMERO
                       MOVE WS-NETO-EXT          TO WS-IMP-EXTRAIDO
                       MOVE RET-IMPORTE          TO WS-IMP-PAGADO
                       MOVE WS-RETRO-EMP         TO WS-IMP-DELTA
                       MOVE WS-DET-IMPORTES      TO WS-CON-DETALLE
                       PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT
                       ADD 1                     TO WS-RETRO-PENDIENTES
                   END-IF
               WHEN OTHER
                   MOVE "IMPORTE DISTINTO"       TO WS-CON-TIPO
                   MOVE WS-EXA-NUMERO-EMP        TO WS-CON-NUMERO
                   MOVE WS-NETO-EXT              TO WS-IMP-EXTRAIDO
                   MOVE RET-IMPORTE              TO WS-IMP-PAGADO
                   COMPUTE WS-DELTA-IMPORTE =
                       RET-IMPORTE - WS-NETO-EXT
                   MOVE WS-DELTA-IMPORTE         TO WS-IMP-DELTA
                   MOVE WS-DET-IMPORTES          TO WS-CON-DETALLE
                   PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT
                   ADD 1                         TO WS-IMPORTES-DIST
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2350-SUMA-RETRO : SUMA EN WS-RETRO-EMP LAS DIFERENCIAS         *
      *                   RETROACTIVAS ENVIADAS Y NO CONCILIADAS DEL   *
      *                   EMPLEADO WS-NUMERO-RETRO. CON WS-MARCA-RETRO *
      *                   PRENDIDO, ADEMAS LAS MARCA COMO CONCILIADAS. *
      *----------------------------------------------------------------*
       2350-SUMA-RETRO.
           MOVE ZEROS TO WS-RETRO-EMP.
           IF WS-HAY-RETRO
               MOVE "N"             TO WS-SW-FIN-RETRO
               MOVE ZEROS           TO RTH-CLAVE
               MOVE WS-NUMERO-RETRO TO RTH-NUMERO-EMP
               START RETROHIS KEY IS NOT < RTH-CLAVE
                   INVALID KEY
                       SET WS-FIN-RETRO TO TRUE
               END-START
               PERFORM 2355-LEE-RETRO THRU 2355-EXIT
                   UNTIL WS-FIN-RETRO
           END-IF.
       2350-EXIT.
           EXIT.

       2355-LEE-RETRO.
           READ RETROHIS NEXT RECORD
               AT END
                   SET WS-FIN-RETRO TO TRUE
               NOT AT END
                   IF RTH-NUMERO-EMP NOT = WS-NUMERO-RETRO
                       SET WS-FIN-RETRO TO TRUE
                   ELSE
                       IF RTH-ENVIADO
                           PERFORM 2357-TOMA-RETRO THRU 2357-EXIT
                       END-IF
                   END-IF
           END-READ.
       2355-EXIT.
           EXIT.

       2357-TOMA-RETRO.
           IF RTH-ES-RECUPERO
               SUBTRACT RTH-IMPORTE FROM WS-RETRO-EMP
           ELSE
               ADD RTH-IMPORTE TO WS-RETRO-EMP
           END-IF.
           IF WS-MARCA-RETRO
               MOVE "C"              TO RTH-ESTADO
               MOVE WS-FECHA-CORRIDA TO RTH-FECHA-CONC
               REWRITE REG-RETROHIS-DET
                   INVALID KEY
                       DISPLAY "PROG0020 - ERROR MARCANDO RETROHIS, "
                               "STATUS " WS-FS-RETROHIS " EMPLEADO "
                               RTH-NUMERO-EMP
               END-REWRITE
           END-IF.
       2357-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2360-CONCILIA-RETRO : EL PAGO INCLUYE LAS DIFERENCIAS          *
      *                       RETROACTIVAS DEL EMPLEADO WS-CON-NUMERO: *
      *                       SE MARCAN CONCILIADAS (NUNCA SE VUELVEN  *
      *                       A ESPERAR) Y SE DEJA CONSTANCIA.         *
      *----------------------------------------------------------------*
       2360-CONCILIA-RETRO.
           MOVE WS-CON-NUMERO    TO WS-NUMERO-RETRO.
           SET WS-MARCA-RETRO    TO TRUE.
           PERFORM 2350-SUMA-RETRO THRU 2350-EXIT.
           MOVE "N"              TO WS-SW-MARCA-RETRO.
           MOVE "RETRO CONCILIADO" TO WS-CON-TIPO.
           MOVE RET-IMPORTE      TO WS-IMP-PAGADO.
           COMPUTE WS-DELTA-IMPORTE = RET-IMPORTE - WS-RETRO-EMP.
           MOVE WS-DELTA-IMPORTE TO WS-IMP-EXTRAIDO.
           MOVE WS-RETRO-EMP     TO WS-IMP-DELTA.
           MOVE WS-DET-IMPORTES  TO WS-CON-DETALLE.
           PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT.
           ADD 1                 TO WS-RETRO-CONCILIADOS.
       2360-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2900-ESCRIBE-EXCEPCION : ESCRIBE LA LINEA DE EXCEPCION YA      *
      *                          ARMADA EN WS-DETALLE-CONC.            *
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           MOVE "CONCEPTOS LEIDOS          : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-CPT                  TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           MOVE "CONCEPTOS SIN EMPLEADO    : " TO WS-TOT-ROTULO.
           MOVE WS-CPT-HUERFANOS               TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           MOVE "RETORNO LEIDOS            : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-RET                  TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           MOVE "RETROACTIVOS CONCILIADOS  : " TO WS-TOT-ROTULO.
           MOVE WS-RETRO-CONCILIADOS           TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           MOVE "RETROACTIVOS PENDIENTES   : " TO WS-TOT-ROTULO.
           MOVE WS-RETRO-PENDIENTES            TO WS-TOT-VALOR.
           MOVE WS-DETALLE-TOTALES             TO REG-CONCRPT.
           WRITE REG-CONCRPT.

           IF WS-HAY-RETRO
               CLOSE RETROHIS
           END-IF.
           CLOSE EXTRACTO.
           CLOSE RETNOMI.
           CLOSE CONCRPT.
           DISPLAY "PROG0020 - EXTRACTO LEIDOS      : " WS-LEIDOS-EXT.
           DISPLAY "PROG0020 - CONCEPTOS LEIDOS     : " WS-LEIDOS-CPT.
           DISPLAY "PROG0020 - RETORNO LEIDOS       : " WS-LEIDOS-RET.
           DISPLAY "PROG0020 - CONCILIADOS          : "
                   WS-CONCILIADOS.
                   WS-NO-EXTRAIDOS.
           DISPLAY "PROG0020 - IMPORTES DISTINTOS   : "
                   WS-IMPORTES-DIST.
           DISPLAY "PROG0020 - RETRO CONCILIADOS    : "
                   WS-RETRO-CONCILIADOS.
           DISPLAY "PROG0020 - RETRO PENDIENTES     : "
                   WS-RETRO-PENDIENTES.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-LEER-EXTRACTO : TOMA EL EMPLEADO QUE QUEDO LEIDO DE       *
      *                      ADELANTO Y ACUMULA SUS CONCEPTOS; AL      *
      *                      AGOTARSE EL EXTRACTO, LA CLAVE DE APAREO  *
      *                      QUEDA EN HIGH-VALUES. UN CONCEPTO QUE NO  *
      *                      SIGUE A SU EMPLEADO SE REPORTA Y SALTEA.  *
      *----------------------------------------------------------------*
       8000-LEER-EXTRACTO.
           PERFORM 8060-SALTA-HUERFANO THRU 8060-EXIT
               UNTIL WS-FIN-FISICO
                  OR NOT ECP-ES-CONCEPTO.
           IF WS-FIN-FISICO
               SET WS-FIN-EXT TO TRUE
               MOVE HIGH-VALUES TO WS-CLAVE-EXT
           ELSE
               MOVE REG-EXTRACTO   TO WS-EXT-ACTUAL
               MOVE EXT-NUMERO-EMP TO WS-CLAVE-EXT
               ADD 1               TO WS-LEIDOS-EXT
               MOVE ZEROS          TO WS-HABERES-EXT
               MOVE ZEROS          TO WS-DESCUENTOS-EXT
               PERFORM 8050-LEER-FISICO THRU 8050-EXIT
               PERFORM 8070-ACUMULA-CONCEPTO THRU 8070-EXIT
                   UNTIL WS-FIN-FISICO
                      OR NOT ECP-ES-CONCEPTO
                      OR ECP-NUMERO-EMP NOT = WS-EXA-NUMERO-EMP
           END-IF.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8050-LEER-FISICO : LEE EL SIGUIENTE REGISTRO DEL EXTRACTO, SEA *
      *                    DE EMPLEADO O DE CONCEPTO.                  *
      *----------------------------------------------------------------*
       8050-LEER-FISICO.
           READ EXTRACTO
               AT END
                   SET WS-FIN-FISICO TO TRUE
           END-READ.
       8050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8060-SALTA-HUERFANO : UN REGISTRO DE CONCEPTO SIN EMPLEADO     *
      *                       DELANTE NO SE PUEDE ATRIBUIR: SE REPORTA *
      *                       Y SE PASA AL SIGUIENTE.                  *
      *----------------------------------------------------------------*
       8060-SALTA-HUERFANO.
           MOVE "CONCEPTO SIN EMPLEADO"  TO WS-CON-TIPO.
           MOVE ECP-NUMERO-EMP           TO WS-CON-NUMERO.
           MOVE REG-EXTRACTO             TO WS-CON-DETALLE.
           PERFORM 2900-ESCRIBE-EXCEPCION THRU 2900-EXIT.
           ADD 1                         TO WS-CPT-HUERFANOS.
           PERFORM 8050-LEER-FISICO THRU 8050-EXIT.
       8060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8070-ACUMULA-CONCEPTO : SUMA EL IMPORTE DEL CONCEPTO A LOS     *
      *                         HABERES O A LOS DESCUENTOS DEL         *
      *                         EMPLEADO ACTUAL Y LEE EL SIGUIENTE.    *
      *----------------------------------------------------------------*
       8070-ACUMULA-CONCEPTO.
           COMPUTE WS-IMPORTE-CPT =
               ECP-IMPORTE-ENT + ECP-IMPORTE-DEC / 100.
           IF ECP-ES-DESCUENTO
               ADD WS-IMPORTE-CPT TO WS-DESCUENTOS-EXT
           ELSE
               ADD WS-IMPORTE-CPT TO WS-HABERES-EXT
           END-IF.
           ADD 1                  TO WS-LEIDOS-CPT.
           PERFORM 8050-LEER-FISICO THRU 8050-EXIT.
       8070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
