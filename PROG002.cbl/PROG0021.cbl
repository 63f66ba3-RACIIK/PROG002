      *              TRANSACCIONES (SIN "H" NI "T"), QUE ES LO QUE     *
      *              PROG0012 LEE; SI NO, NO GRABA NADA Y TERMINA CON  *
      *              RETURN-CODE 8 PARA QUE EL JCL CORTE EL PROCESO.   *
      *            - CONTROLA CADA ALTA ("A") CONTRA LOS EMPLEADOS DEL *
      *              MAESTRO (ACTIVOS E INACTIVOS), CONTRA LOS         *
      *              DEPURADOS DE ARCHEMP Y CONTRA LAS OTRAS ALTAS DEL *
      *              LOTE, COMPARANDO EL NOMBRE NORMALIZADO (SOLO      *
      *              LETRAS, EN MAYUSCULAS) Y LA FECHA DE ALTA. AVISA  *
      *              POSIBLE DUPLICADO (CONTRA UN ACTIVO O EL LOTE) O  *
      *              POSIBLE REINGRESO (CONTRA UN INACTIVO O UN        *
      *              DEPURADO, QUE SE DEBERIA RESTAURAR CON PROG0030   *
      *              PARA CONSERVAR SU ANTIGUEDAD E HISTORIA), CON EL  *
      *              NUMERO Y EL ESTADO DEL QUE COINCIDE. SI COINCIDEN *
      *              NOMBRE Y FECHA CON UN ACTIVO O CON OTRA ALTA DEL  *
      *              LOTE, EL LOTE SE RECHAZA, SALVO QUE EL OPERADOR   *
      *              AUTORICE ESA ALTA EN ALTAOVRD CON FECHA DE HOY.   *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      *                     QUE ESTE PROGRAMA HAYA TERMINADO NORMAL    *
      *                     HOY ANTES DE APLICAR EL LOTE. UN LOTE      *
      *                     RECHAZADO GRABA TERMINACION "A".           *
      * 15/10/2026  RAA     CONTROL DE DUPLICADOS Y REINGRESOS EN LAS  *
      *                     ALTAS CONTRA EMPLEADOS Y ARCHEMP, CON      *
      *                     AUTORIZACION POR ALTA EN ALTAOVRD.         *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL BATCTRL ASSIGN TO UT-S-BATCTRL
               FILE STATUS IS WS-FS-BATCTRL.
           SELECT PREEDRPT  ASSIGN TO UT-S-PREEDRPT.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT OPTIONAL ARCHEMP ASSIGN TO UT-S-ARCHEMP
               FILE STATUS IS WS-FS-ARCHEMP.
           SELECT OPTIONAL ALTAOVRD ASSIGN TO UT-S-ALTAOVRD
               FILE STATUS IS WS-FS-ALTAOVRD.
           SELECT ORDENADO  ASSIGN TO UT-S-ORDENADO.
           SELECT BITACORA  ASSIGN TO UT-S-BITACORA.

           DATA RECORD IS REG-PREEDRPT.
       01  REG-PREEDRPT           PIC X(80).

       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

      *    FD ARCHEMP : ARCHIVO PERMANENTE DE DEPURADOS (PROG0024),    *
      *    MISMA IMAGEN DE 58 POSICIONES DEL MAESTRO, DESGLOSADA CON   *
      *    NOMBRES ARC-. SE DECLARA OPTIONAL: ANTES DE LA PRIMERA      *
      *    DEPURACION NO EXISTE.                                       *
       FD  ARCHEMP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ARCHEMP.
       01  REG-ARCHEMP.
           05 ARC-NUMERO-EMP       PIC 9(05).
           05 ARC-NOMBRE-EMP       PIC X(30).
           05 ARC-STATUS-EMP       PIC 9(01).
           05 ARC-DEPTO-EMP        PIC 9(03).
           05 ARC-PUESTO-EMP       PIC 9(02).
           05 ARC-SALARIO-EMP      PIC 9(07)V99.
           05 ARC-FECHA-ALTA-EMP   PIC 9(08).

      *    FD ALTAOVRD : AUTORIZACION DEL OPERADOR PARA ACEPTAR UNA    *
      *    ALTA QUE COINCIDE EN NOMBRE Y FECHA CON UN ACTIVO (POR      *
      *    EJEMPLO, HOMONIMOS GENUINOS): FECHA DE HOY, NUMERO DEL ALTA *
      *    Y USUARIO QUE AUTORIZA, UN REGISTRO POR ALTA. SE DECLARA    *
      *    OPTIONAL: SIN ARCHIVO NO HAY AUTORIZACION.                  *
       FD  ALTAOVRD
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ALTAOVRD.
       01  REG-ALTAOVRD.
           05 OVA-FECHA            PIC 9(08).
           05 OVA-NUMERO           PIC 9(05).
           05 OVA-USUARIO          PIC X(08).
           05 FILLER               PIC X(03).

       FD  BITACORA
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           05 WS-TRANSACCIONES     PIC 9(05)    VALUE ZEROS.
           05 WS-GRABADAS          PIC 9(05)    VALUE ZEROS.
           05 WS-DUPLICADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-ALTAS-CONTROLADAS PIC 9(05)    VALUE ZEROS.
           05 WS-AVISOS-DUPLICADO  PIC 9(05)    VALUE ZEROS.
           05 WS-AVISOS-REINGRESO  PIC 9(05)    VALUE ZEROS.
           05 WS-ALTAS-RECHAZADAS  PIC 9(05)    VALUE ZEROS.
           05 WS-ALTAS-AUTORIZADAS PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO    PIC X(01)    VALUE "N".
              88 WS-CIERRE-LEGIBLE              VALUE "S".
           05 WS-SW-ES-PRIMERO     PIC X(01)    VALUE "S".
              88 WS-ES-PRIMERO                  VALUE "S".
           05 WS-SW-FIN-MAESTRO    PIC X(01)    VALUE "N".
              88 WS-FIN-MAESTRO                 VALUE "S".
           05 WS-SW-FIN-OVERRIDE   PIC X(01)    VALUE "N".
              88 WS-FIN-OVERRIDE                VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-BATCTRL        PIC X(02)    VALUE "00".
              88 WS-FS-BCT-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-ARCHEMP        PIC X(02)    VALUE "00".
              88 WS-FS-ARC-OK                   VALUE "00".
           05 WS-FS-ALTAOVRD       PIC X(02)    VALUE "00".
              88 WS-FS-OVA-OK                   VALUE "00".

       01  WS-FECHA-ACTUAL         PIC 9(08)    VALUE ZEROS.

       01  WS-TABLA-LOTES.
           05 WS-LOTE-PROCESADO   PIC 9(06)    OCCURS 200 TIMES.

      *    ALTAS DEL LOTE PARA EL CONTROL DE DUPLICADOS, CON EL NOMBRE *
      *    YA NORMALIZADO. WS-ALT-T-EXACTA QUEDA PRENDIDO SI COINCIDE  *
      *    EN NOMBRE Y FECHA CON UN ACTIVO O CON OTRA ALTA DEL LOTE,   *
      *    Y WS-ALT-T-COINCIDE GUARDA EL NUMERO CON EL QUE COINCIDE.   *
       01  WS-NUM-ALTAS            PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-ALTA             PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-OTRA             PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-DESDE            PIC 9(03)    COMP VALUE ZEROS.
       01  WS-TABLA-ALTAS.
           05 WS-ALTA-ENTRADA     OCCURS 500 TIMES.
              10 WS-ALT-T-NUMERO  PIC 9(05).
              10 WS-ALT-T-NOMBRE  PIC X(30).
              10 WS-ALT-T-FECHA   PIC 9(08).
              10 WS-ALT-T-COINCIDE
                                  PIC 9(05).
              10 WS-ALT-T-SW-EXACTA
                                  PIC X(01).
                 88 WS-ALT-T-EXACTA            VALUE "S".

      *    ALTAS AUTORIZADAS HOY POR EL OPERADOR, DESDE ALTAOVRD.     *
       01  WS-NUM-OVERRIDES        PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-OVERRIDE         PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-AUTORIZADA        PIC X(01)    VALUE "N".
           88 WS-AUTORIZADA                     VALUE "S".
       01  WS-TABLA-OVERRIDES.
           05 WS-OVERRIDE-ENTRADA OCCURS 50 TIMES.
              10 WS-OVR-T-NUMERO  PIC 9(05).
              10 WS-OVR-T-USUARIO PIC X(08).

      *    NORMALIZACION DEL NOMBRE: SE PASA A MAYUSCULAS Y SE         *
      *    CONSERVAN SOLO LAS LETRAS, ASI "PEREZ, JUAN", "PEREZ JUAN"  *
      *    Y EL MISMO NOMBRE EN MINUSCULAS DAN LA MISMA CLAVE.         *
       01  WS-NOM-ENTRADA          PIC X(30)    VALUE SPACES.
       01  WS-NOM-NORMAL           PIC X(30)    VALUE SPACES.
       01  WS-CAR-NOMBRE           PIC X(01)    VALUE SPACE.
       01  WS-POS-NOMBRE           PIC 9(02)    COMP VALUE ZEROS.
       01  WS-POS-NORMAL           PIC 9(02)    COMP VALUE ZEROS.

      *    REGISTRO CONTRA EL QUE SE COMPARAN LAS ALTAS (EMPLEADO DEL  *
      *    MAESTRO, DEPURADO U OTRA ALTA DEL LOTE).                    *
       01  WS-CMP-NUMERO           PIC 9(05)    VALUE ZEROS.
       01  WS-CMP-FECHA            PIC 9(08)    VALUE ZEROS.
       01  WS-CMP-ORIGEN           PIC X(09)    VALUE SPACES.
       01  WS-CMP-ESTADO           PIC X(08)    VALUE SPACES.
       01  WS-SW-CMP-ACTIVO        PIC X(01)    VALUE "N".
           88 WS-CMP-ACTIVO                     VALUE "S".

       01  WS-TITULO-PREED.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(37)
           05  FILLER             PIC X(30)
               VALUE " (SE APLICAN EN ORDEN A, C, D)".

       01  WS-LINEA-CONTROL-ALTAS.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(43)
               VALUE "CONTROL DE ALTAS CONTRA EMPLEADOS Y ARCHEMP".

       01  WS-LINEA-ALTA.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ALT-AVISO       PIC X(18).
           05  FILLER             PIC X(05)    VALUE "ALTA ".
           05  WS-ALT-NUMERO      PIC 9(05).
           05  FILLER             PIC X(06)    VALUE " CON: ".
           05  WS-ALT-COINCIDE    PIC 9(05).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ALT-ORIGEN      PIC X(09).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ALT-ESTADO      PIC X(08).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-ALT-CRITERIO    PIC X(14).

       01  WS-LINEA-RESOLUCION.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-RES-TEXTO       PIC X(24).
           05  FILLER             PIC X(05)    VALUE "ALTA ".
           05  WS-RES-NUMERO      PIC 9(05).
           05  WS-RES-DETALLE     PIC X(25).
           05  WS-RES-COINCIDE    PIC 9(05).
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-RES-USUARIO     PIC X(12).

       01  WS-LINEA-TOTAL.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           END-IF.
           CLOSE BATCTRL.

           OPEN INPUT ALTAOVRD.
           IF WS-FS-OVA-OK
               PERFORM 1200-CARGA-OVERRIDE THRU 1200-EXIT
                   UNTIL WS-FIN-OVERRIDE
           END-IF.
           CLOSE ALTAOVRD.

           MOVE WS-TITULO-PREED TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.
       1000-EXIT.
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1200-CARGA-OVERRIDE : CARGA LAS ALTAS QUE EL OPERADOR AUTORIZO *
      *                       HOY; UNA AUTORIZACION DE OTRO DIA NO     *
      *                       VALE.                                    *
      *----------------------------------------------------------------*
       1200-CARGA-OVERRIDE.
           READ ALTAOVRD
               AT END
                   SET WS-FIN-OVERRIDE TO TRUE
               NOT AT END
                   IF OVA-FECHA NUMERIC
                       AND OVA-FECHA = WS-FECHA-ACTUAL
                       AND OVA-NUMERO NUMERIC
                       IF WS-NUM-OVERRIDES < 50
                           ADD 1 TO WS-NUM-OVERRIDES
                           MOVE OVA-NUMERO
                                TO WS-OVR-T-NUMERO (WS-NUM-OVERRIDES)
                           MOVE OVA-USUARIO
                                TO WS-OVR-T-USUARIO (WS-NUM-OVERRIDES)
                       ELSE
                           DISPLAY "PROG0021 - TABLA DE AUTORIZACIONES "
                                   "LLENA, NO SE TOMA LA DEL ALTA "
                                   OVA-NUMERO
                       END-IF
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-VALIDA-LOTE : PROCEDIMIENTO DE ENTRADA DEL SORT. LEE TODO *
      *                    EMPMANT, VALIDA CABECERA/CIERRE Y LIBERA    *
           PERFORM 2100-PROCESA-REGISTRO THRU 2100-EXIT
               UNTIL WS-FIN-ARCHIVO.
           PERFORM 2500-VALIDA-FINAL THRU 2500-EXIT.
           PERFORM 2600-CONTROLA-ALTAS THRU 2600-EXIT.
       2999-EXIT.
           EXIT.

           MOVE WS-SEQ-LLEGADA  TO SRT-SEQ.
           MOVE REG-EMPMANT     TO SRT-TRANS.
           RELEASE REG-ORDENADO.
           IF REG-MANT-TIPO = "A"
               PERFORM 2450-REGISTRA-ALTA THRU 2450-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2450-REGISTRA-ALTA : GUARDA EL ALTA, CON EL NOMBRE NORMALIZADO,*
      *                      PARA EL CONTROL DE DUPLICADOS.            *
      *----------------------------------------------------------------*
       2450-REGISTRA-ALTA.
           IF WS-NUM-ALTAS < 500
               ADD 1 TO WS-NUM-ALTAS
               MOVE REG-MANT-NOMBRE TO WS-NOM-ENTRADA
               PERFORM 7000-NORMALIZA-NOMBRE THRU 7000-EXIT
               MOVE REG-MANT-NUMERO TO WS-ALT-T-NUMERO (WS-NUM-ALTAS)
               MOVE WS-NOM-NORMAL   TO WS-ALT-T-NOMBRE (WS-NUM-ALTAS)
               IF REG-MANT-FECHA-ALTA NUMERIC
                   MOVE REG-MANT-FECHA-ALTA
                        TO WS-ALT-T-FECHA (WS-NUM-ALTAS)
               ELSE
                   MOVE ZEROS TO WS-ALT-T-FECHA (WS-NUM-ALTAS)
               END-IF
               MOVE ZEROS TO WS-ALT-T-COINCIDE (WS-NUM-ALTAS)
               MOVE "N"   TO WS-ALT-T-SW-EXACTA (WS-NUM-ALTAS)
           ELSE
               DISPLAY "PROG0021 - TABLA DE ALTAS LLENA, NO SE "
                       "CONTROLA EL ALTA " REG-MANT-NUMERO
           END-IF.
       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-VALIDA-FINAL : AL AGOTARSE EL LOTE CONTRASTA LO LEIDO     *
      *                     CONTRA LO QUE DECLARO EL CIERRE.           *
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-CONTROLA-ALTAS : COMPARA LAS ALTAS DEL LOTE ENTRE SI,     *
      *                       CONTRA EL MAESTRO Y CONTRA LOS DEPURADOS *
      *                       Y RESUELVE LAS COINCIDENCIAS EXACTAS     *
      *                       CON UN ACTIVO. SIN EL MAESTRO NO SE      *
      *                       PUEDEN CONTROLAR LAS ALTAS Y EL LOTE SE  *
      *                       RECHAZA.                                 *
      *----------------------------------------------------------------*
       2600-CONTROLA-ALTAS.
           IF WS-NUM-ALTAS = ZERO
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-NUM-ALTAS TO WS-ALTAS-CONTROLADAS.
           MOVE WS-LINEA-CONTROL-ALTAS TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           PERFORM 2610-COMPARA-LOTE THRU 2610-EXIT
               VARYING WS-IND-OTRA FROM 1 BY 1
               UNTIL WS-IND-OTRA NOT < WS-NUM-ALTAS.

           OPEN INPUT EMPLEADOS.
           IF WS-FS-EMP-OK
               MOVE "N" TO WS-SW-FIN-MAESTRO
               PERFORM 2630-LEE-EMPLEADO THRU 2630-EXIT
                   UNTIL WS-FIN-MAESTRO
               CLOSE EMPLEADOS
           ELSE
               DISPLAY "PROG0021 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "NO SE PUDIERON CONTROLAR LAS ALTAS (EMPLEADOS)"
                    TO WS-ERR-MOTIVO
               PERFORM 9100-ESCRIBE-ERROR THRU 9100-EXIT
           END-IF.

      *    EL OPEN DE ARCHEMP AUSENTE LO DEJA EN FIN DE ARCHIVO; EL    *
      *    CLOSE VA FUERA DEL IF COMO CON BATCTRL.                     *
           OPEN INPUT ARCHEMP.
           IF WS-FS-ARC-OK
               MOVE "N" TO WS-SW-FIN-MAESTRO
               PERFORM 2650-LEE-DEPURADO THRU 2650-EXIT
                   UNTIL WS-FIN-MAESTRO
           END-IF.
           CLOSE ARCHEMP.

           PERFORM 2680-RESUELVE-ALTA THRU 2680-EXIT
               VARYING WS-IND-ALTA FROM 1 BY 1
               UNTIL WS-IND-ALTA > WS-NUM-ALTAS.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2610-COMPARA-LOTE : COMPARA LAS ALTAS POSTERIORES DEL LOTE     *
      *                     CONTRA EL ALTA WS-IND-OTRA, ASI LA QUE SE  *
      *                     MARCA ES LA QUE LLEGO DESPUES. UNA ALTA    *
      *                     DEL LOTE VA A QUEDAR ACTIVA, ASI QUE       *
      *                     CUENTA COMO ACTIVO.                        *
      *----------------------------------------------------------------*
       2610-COMPARA-LOTE.
           MOVE WS-ALT-T-NUMERO (WS-IND-OTRA) TO WS-CMP-NUMERO.
           MOVE WS-ALT-T-NOMBRE (WS-IND-OTRA) TO WS-NOM-NORMAL.
           MOVE WS-ALT-T-FECHA (WS-IND-OTRA)  TO WS-CMP-FECHA.
           MOVE "LOTE"                        TO WS-CMP-ORIGEN.
           MOVE "ALTA"                        TO WS-CMP-ESTADO.
           SET WS-CMP-ACTIVO                  TO TRUE.
           COMPUTE WS-IND-DESDE = WS-IND-OTRA + 1.
           PERFORM 2700-EVALUA-COINCIDENCIA THRU 2700-EXIT
               VARYING WS-IND-ALTA FROM WS-IND-DESDE BY 1
               UNTIL WS-IND-ALTA > WS-NUM-ALTAS.
       2610-EXIT.
           EXIT.

       2630-LEE-EMPLEADO.
           READ EMPLEADOS
               AT END
                   SET WS-FIN-MAESTRO TO TRUE
               NOT AT END
                   MOVE REG-NOMBRE-EMP     TO WS-NOM-ENTRADA
                   PERFORM 7000-NORMALIZA-NOMBRE THRU 7000-EXIT
                   MOVE REG-NUMERO-EMP     TO WS-CMP-NUMERO
                   MOVE REG-FECHA-ALTA-EMP TO WS-CMP-FECHA
                   MOVE "EMPLEADOS"        TO WS-CMP-ORIGEN
                   IF REG-STATUS-EMP = 1
                       MOVE "ACTIVO"       TO WS-CMP-ESTADO
                       SET WS-CMP-ACTIVO   TO TRUE
                   ELSE
                       MOVE "INACTIVO"     TO WS-CMP-ESTADO
                       MOVE "N"            TO WS-SW-CMP-ACTIVO
                   END-IF
                   PERFORM 2700-EVALUA-COINCIDENCIA THRU 2700-EXIT
                       VARYING WS-IND-ALTA FROM 1 BY 1
                       UNTIL WS-IND-ALTA > WS-NUM-ALTAS
           END-READ.
       2630-EXIT.
           EXIT.

       2650-LEE-DEPURADO.
           READ ARCHEMP
               AT END
                   SET WS-FIN-MAESTRO TO TRUE
               NOT AT END
                   MOVE ARC-NOMBRE-EMP     TO WS-NOM-ENTRADA
                   PERFORM 7000-NORMALIZA-NOMBRE THRU 7000-EXIT
                   MOVE ARC-NUMERO-EMP     TO WS-CMP-NUMERO
                   MOVE ARC-FECHA-ALTA-EMP TO WS-CMP-FECHA
                   MOVE "ARCHEMP"          TO WS-CMP-ORIGEN
                   MOVE "DEPURADO"         TO WS-CMP-ESTADO
                   MOVE "N"                TO WS-SW-CMP-ACTIVO
                   PERFORM 2700-EVALUA-COINCIDENCIA THRU 2700-EXIT
                       VARYING WS-IND-ALTA FROM 1 BY 1
                       UNTIL WS-IND-ALTA > WS-NUM-ALTAS
           END-READ.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2680-RESUELVE-ALTA : UNA COINCIDENCIA EXACTA CON UN ACTIVO     *
      *                      RECHAZA EL LOTE, SALVO AUTORIZACION DEL   *
      *                      OPERADOR PARA ESA ALTA EN ALTAOVRD.       *
      *----------------------------------------------------------------*
       2680-RESUELVE-ALTA.
           IF NOT WS-ALT-T-EXACTA (WS-IND-ALTA)
               GO TO 2680-EXIT
           END-IF.
           MOVE "N" TO WS-SW-AUTORIZADA.
           PERFORM 2690-BUSCA-OVERRIDE THRU 2690-EXIT
               VARYING WS-IND-OVERRIDE FROM 1 BY 1
               UNTIL WS-IND-OVERRIDE > WS-NUM-OVERRIDES
                  OR WS-AUTORIZADA.
           MOVE WS-ALT-T-NUMERO (WS-IND-ALTA)   TO WS-RES-NUMERO.
           MOVE WS-ALT-T-COINCIDE (WS-IND-ALTA) TO WS-RES-COINCIDE.
           IF WS-AUTORIZADA
               SUBTRACT 1 FROM WS-IND-OVERRIDE
               MOVE "    AUTORIZADA:"           TO WS-RES-TEXTO
               MOVE " COINCIDE EXACTO CON "     TO WS-RES-DETALLE
               MOVE WS-OVR-T-USUARIO (WS-IND-OVERRIDE)
                                                TO WS-RES-USUARIO
               ADD 1 TO WS-ALTAS-AUTORIZADAS
           ELSE
               PERFORM 9000-RECHAZA-LOTE THRU 9000-EXIT
               MOVE "*** LOTE RECHAZADO:"      TO WS-RES-TEXTO
               MOVE " COINCIDE EXACTO CON "     TO WS-RES-DETALLE
               MOVE "SIN ALTAOVRD"              TO WS-RES-USUARIO
               ADD 1 TO WS-ALTAS-RECHAZADAS
           END-IF.
           MOVE WS-LINEA-RESOLUCION TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.
       2680-EXIT.
           EXIT.

       2690-BUSCA-OVERRIDE.
           IF WS-OVR-T-NUMERO (WS-IND-OVERRIDE) =
              WS-ALT-T-NUMERO (WS-IND-ALTA)
               SET WS-AUTORIZADA TO TRUE
           END-IF.
       2690-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2700-EVALUA-COINCIDENCIA : COMPARA EL REGISTRO WS-CMP- (CON    *
      *                            SU NOMBRE NORMALIZADO EN            *
      *                            WS-NOM-NORMAL) CONTRA EL ALTA       *
      *                            WS-IND-ALTA. MISMO NOMBRE YA ES     *
      *                            AVISO: CONTRA UN ACTIVO O UNA ALTA  *
      *                            DEL LOTE, POSIBLE DUPLICADO; CONTRA *
      *                            UN INACTIVO O DEPURADO, POSIBLE     *
      *                            REINGRESO. SI ADEMAS COINCIDE LA    *
      *                            FECHA DE ALTA CON UN ACTIVO, EL     *
      *                            ALTA QUEDA MARCADA COMO EXACTA.     *
      *----------------------------------------------------------------*
       2700-EVALUA-COINCIDENCIA.
           IF WS-NOM-NORMAL = SPACES
               OR WS-NOM-NORMAL NOT = WS-ALT-T-NOMBRE (WS-IND-ALTA)
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-ALT-T-NUMERO (WS-IND-ALTA) TO WS-ALT-NUMERO.
           MOVE WS-CMP-NUMERO                 TO WS-ALT-COINCIDE.
           MOVE WS-CMP-ORIGEN                 TO WS-ALT-ORIGEN.
           MOVE WS-CMP-ESTADO                 TO WS-ALT-ESTADO.
           IF WS-CMP-FECHA = WS-ALT-T-FECHA (WS-IND-ALTA)
               MOVE "NOMBRE Y FECHA"          TO WS-ALT-CRITERIO
           ELSE
               MOVE "SOLO NOMBRE"             TO WS-ALT-CRITERIO
           END-IF.
           IF WS-CMP-ACTIVO
               MOVE "POSIBLE DUPLICADO"       TO WS-ALT-AVISO
               ADD 1 TO WS-AVISOS-DUPLICADO
               IF WS-CMP-FECHA = WS-ALT-T-FECHA (WS-IND-ALTA)
                   SET WS-ALT-T-EXACTA (WS-IND-ALTA) TO TRUE
                   MOVE WS-CMP-NUMERO
                        TO WS-ALT-T-COINCIDE (WS-IND-ALTA)
               END-IF
           ELSE
               MOVE "POSIBLE REINGRESO"       TO WS-ALT-AVISO
               ADD 1 TO WS-AVISOS-REINGRESO
           END-IF.
           MOVE WS-LINEA-ALTA TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.
       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-GRABA-SALIDA : PROCEDIMIENTO DE SALIDA DEL SORT. SI EL    *
      *                     LOTE ES BUENO GRABA LAS TRANSACCIONES YA   *
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           MOVE "ALTAS CONTROLADAS         : " TO WS-TOT-ROTULO.
           MOVE WS-ALTAS-CONTROLADAS           TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           MOVE "AVISOS POSIBLE DUPLICADO  : " TO WS-TOT-ROTULO.
           MOVE WS-AVISOS-DUPLICADO            TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           MOVE "AVISOS POSIBLE REINGRESO  : " TO WS-TOT-ROTULO.
           MOVE WS-AVISOS-REINGRESO            TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           MOVE "ALTAS DUPLICADAS RECHAZ.  : " TO WS-TOT-ROTULO.
           MOVE WS-ALTAS-RECHAZADAS            TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           MOVE "ALTAS DUPLICADAS AUTORIZ. : " TO WS-TOT-ROTULO.
           MOVE WS-ALTAS-AUTORIZADAS           TO WS-TOT-VALOR.
           MOVE WS-LINEA-TOTAL                 TO REG-PREEDRPT.
           WRITE REG-PREEDRPT.

           CLOSE EMPMANT.
           CLOSE EMPMNTOK.
           CLOSE PREEDRPT.
                   WS-GRABADAS.
           DISPLAY "PROG0021 - EMPLEADOS CON MULTIPLES : "
                   WS-DUPLICADOS.
           DISPLAY "PROG0021 - AVISOS POSIBLE DUPLICADO: "
                   WS-AVISOS-DUPLICADO.
           DISPLAY "PROG0021 - AVISOS POSIBLE REINGRESO: "
                   WS-AVISOS-REINGRESO.
           DISPLAY "PROG0021 - ALTAS DUPLICADAS RECHAZ.: "
                   WS-ALTAS-RECHAZADAS.
           IF WS-BATCH-OK
               DISPLAY "PROG0021 - LOTE " WS-LOTE-ACTUAL " ACEPTADO"
           ELSE
       9500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-NORMALIZA-NOMBRE : DEJA EN WS-NOM-NORMAL LAS LETRAS DE    *
      *                         WS-NOM-ENTRADA EN MAYUSCULAS, SIN      *
      *                         BLANCOS NI SIGNOS DE PUNTUACION.       *
      *----------------------------------------------------------------*
       7000-NORMALIZA-NOMBRE.
           INSPECT WS-NOM-ENTRADA
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-NOM-NORMAL.
           MOVE ZEROS  TO WS-POS-NORMAL.
           PERFORM 7100-COPIA-LETRA THRU 7100-EXIT
               VARYING WS-POS-NOMBRE FROM 1 BY 1
               UNTIL WS-POS-NOMBRE > 30.
       7000-EXIT.
           EXIT.

       7100-COPIA-LETRA.
           MOVE WS-NOM-ENTRADA (WS-POS-NOMBRE : 1) TO WS-CAR-NOMBRE.
           IF WS-CAR-NOMBRE NOT = SPACE
               AND WS-CAR-NOMBRE IS ALPHABETIC-UPPER
               ADD 1 TO WS-POS-NORMAL
               MOVE WS-CAR-NOMBRE
                    TO WS-NOM-NORMAL (WS-POS-NORMAL : 1)
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-RECHAZA-LOTE : MARCA EL LOTE COMO RECHAZADO.              *
      *----------------------------------------------------------------*
