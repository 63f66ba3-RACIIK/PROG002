      *          BATCTRL EN PROG0021) Y UN CICLO REPETIDO SE RECHAZA   *
      *          ENTERO CON RETURN-CODE 8, PARA QUE UNA CORRIDA DOBLE  *
      *          NO DUPLIQUE LOS ACUMULADOS. AL CAMBIAR EL ANIO DEL    *
      *          CICLO EL ACUMULADO DEL EMPLEADO ARRANCA DE CERO. PARA *
      *          NO PERDER EL ACUMULADO DEL ANIO ANTERIOR SIN ARCHIVAR,*
      *          SE RECHAZA CON RETURN-CODE 8 UN CICLO DE UN ANIO YA   *
      *          CERRADO EN CIERRANU (COPYBOOK REGCIEFD) O DE UN ANIO  *
      *          CUYO ANTERIOR NO CERRO TODAVIA PROG0043. UN CIERRANU  *
      *          VACIO O AUSENTE TAMBIEN SE RECHAZA: AL PONER EN       *
      *          MARCHA EL CONTROL SE CARGA EN CIERRANU UN REGISTRO    *
      *          CON CIE-ANIO IGUAL AL ANIO ANTERIOR AL DE LOS CICLOS  *
      *          EN CURSO (EL RESTO DEL REGISTRO EN CEROS), COMO SI    *
      *          PROG0043 LO HUBIERA CERRADO. SE GRABAN LOS REGISTROS  *
      *          DE INICIO Y FIN DE CORRIDA EN LA BITACORA COMUN.      *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 02/09/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     CONTROL CONTRA CIERRANU: NO SE CONTABILIZA *
      *                     UN CICLO DE UN ANIO YA CERRADO NI UNO QUE  *
      *                     REINICIE LOS ACUMULADOS SIN CIERRE ANUAL.  *
      * 15/10/2026  RAA     EL CONTROL CONTRA CIERRANU YA NO SE SALTEA *
      *                     CON CIERRANU VACIO: SIN ANIOS CERRADOS NO  *
      *                     SE CONTABILIZA NINGUN CICLO.               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-ACUMPAG.
           SELECT OPTIONAL PAGCTRL ASSIGN TO UT-S-PAGCTRL
               FILE STATUS IS WS-FS-PAGCTRL.
           SELECT OPTIONAL CIERRANU ASSIGN TO UT-S-CIERRANU
               FILE STATUS IS WS-FS-CIERRANU.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

       DATA DIVISION.
           05 PGC-CICLO            PIC 9(06).
           05 PGC-FECHA            PIC 9(08).

      *    FD CIERRANU : ANIOS YA CERRADOS POR PROG0043. SOLO SE LEE   *
      *    PARA CONOCER EL ULTIMO ANIO CERRADO.                        *
       FD  CIERRANU
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRANU.
           COPY REGCIEFD.

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-FIN-PAGCTRL    PIC X(01)    VALUE "N".
              88 WS-FIN-PAGCTRL                 VALUE "S".
           05 WS-SW-FIN-CIERRANU   PIC X(01)    VALUE "N".
              88 WS-FIN-CIERRANU                VALUE "S".
           05 WS-SW-HAY-CIERRES    PIC X(01)    VALUE "N".
              88 WS-HAY-CIERRES                 VALUE "S".
           05 WS-SW-CORRIDA-OK     PIC X(01)    VALUE "S".
              88 WS-CORRIDA-OK                  VALUE "S".
           05 WS-SW-CICLO-REPETIDO PIC X(01)    VALUE "N".
              88 WS-FS-ACU-OK                   VALUE "00".
           05 WS-FS-PAGCTRL        PIC X(02)    VALUE "00".
              88 WS-FS-PGC-OK                   VALUE "00".
           05 WS-FS-CIERRANU       PIC X(02)    VALUE "00".
              88 WS-FS-CIE-OK                   VALUE "00".

      *    CICLO A CONTABILIZAR, SU FECHA Y EL ANIO QUE LE TOCA AL    *
      *    ACUMULADO.                                                 *
       01  WS-FECHA-CICLO          PIC 9(08)    VALUE ZEROS.
       01  WS-ANIO-CICLO           PIC 9(04)    VALUE ZEROS.

      *    ULTIMO ANIO CERRADO SEGUN CIERRANU.                        *
       01  WS-ULT-ANIO-CERRADO     PIC 9(04)    VALUE ZEROS.

      *    CICLOS YA CONTABILIZADOS, CARGADOS DESDE PAGCTRL.          *
       01  WS-NUM-CICLOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-CICLO            PIC 9(03)    COMP VALUE ZEROS.
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.

      *    SIN CIERRES REGISTRADOS NO HAY ANIO DE REFERENCIA Y NO SE   *
      *    CONTABILIZA: CIERRANU SE CARGA CON EL ANIO ANTERIOR AL PONER*
      *    EN MARCHA EL CONTROL.                                       *
           OPEN INPUT CIERRANU.
           IF WS-FS-CIE-OK
               PERFORM 1300-CARGA-CIERRE THRU 1300-EXIT
                   UNTIL WS-FIN-CIERRANU
           END-IF.
           CLOSE CIERRANU.

           IF NOT WS-FIN-ARCHIVO
               AND NOT WS-HAY-CIERRES
               DISPLAY "PROG0036 - *** CIERRANU SIN ANIOS CERRADOS, "
                       "NO SE CONTABILIZA EL CICLO " WS-CICLO-ACTUAL
                       " ***"
               MOVE "N" TO WS-SW-CORRIDA-OK
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.

           IF NOT WS-FIN-ARCHIVO
               IF WS-ANIO-CICLO NOT > WS-ULT-ANIO-CERRADO
                   DISPLAY "PROG0036 - *** CICLO " WS-CICLO-ACTUAL
                           " DEL ANIO " WS-ANIO-CICLO
                           " YA CERRADO, NO SE CONTABILIZA ***"
                   MOVE "N" TO WS-SW-CORRIDA-OK
                   SET WS-FIN-ARCHIVO TO TRUE
               ELSE
                   IF WS-ANIO-CICLO > WS-ULT-ANIO-CERRADO + 1
                       DISPLAY "PROG0036 - *** CICLO " WS-CICLO-ACTUAL
                               " DEL ANIO " WS-ANIO-CICLO
                               " SIN CIERRE ANUAL DEL ANTERIOR "
                               "(PROG0043), NO SE CONTABILIZA ***"
                       MOVE "N" TO WS-SW-CORRIDA-OK
                       SET WS-FIN-ARCHIVO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF NOT WS-FIN-ARCHIVO
               OPEN INPUT RETNOMI
               OPEN I-O   ACUMPAG
       1210-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-CARGA-CIERRE : LEE UN ANIO CERRADO Y SE QUEDA CON EL      *
      *                     MAYOR.                                     *
      *----------------------------------------------------------------*
       1300-CARGA-CIERRE.
           READ CIERRANU
               AT END
                   SET WS-FIN-CIERRANU TO TRUE
               NOT AT END
                   SET WS-HAY-CIERRES TO TRUE
                   IF CIE-ANIO > WS-ULT-ANIO-CERRADO
                       MOVE CIE-ANIO TO WS-ULT-ANIO-CERRADO
                   END-IF
           END-READ.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESO : CONTABILIZA EL RETORNO LEIDO SI VIENE PAGADO    *
      *                ("PA"); CUALQUIER OTRO ESTADO NO MUEVE PLATA Y  *
