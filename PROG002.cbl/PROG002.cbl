      *                     EN UN REINICIO SOBRE EL EXTRACTO LA        *
      *                     REPOSICION ES POR SALTEO SECUENCIAL, YA    *
      *                     QUE UN PLANO NO ACEPTA START.              *
      * 15/10/2026  RAA     SE AGREGAN AL EXTRACTO, DETRAS DE CADA     *
      *                     EMPLEADO ACTIVO, LOS CONCEPTOS FIJOS       *
      *                     (HABERES Y DESCUENTOS) VIGENTES A LA FECHA *
      *                     DE CORTE (O A LA FECHA DE LA CORRIDA SI NO *
      *                     SE RECIBE), LEIDOS DEL NUEVO MAESTRO       *
      *                     CONCEPTOS (COPYBOOK REGCONFD, MANTENIDO POR*
      *                     PROG0040). PROG0020 LOS USA PARA CONCILIAR *
      *                     EL NETO.                                   *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT CONCEPTOS ASSIGN TO UT-S-CONCEPT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CLAVE
               FILE STATUS IS WS-FS-CONCEPTOS.
           SELECT REPORTE   ASSIGN TO UT-S-REPORTE.
           SELECT CHECKPT   ASSIGN TO UT-S-CHECKPT.
           SELECT EXTRACTO  ASSIGN TO UT-S-EXTRACTO.
       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

       FD  CONCEPTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONCEPTOS.
       01  REG-CONCEPTOS          PIC X(60).
           COPY REGCONFD.

       FD  REPORTE
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           05 WS-LEIDOS-EMP       PIC 9(05)    VALUE ZEROS.
           05 WS-IMPRESOS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-SALARIOS   PIC 9(09)V99 VALUE ZEROS.
           05 WS-CONCEPTOS-EXT    PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCHIVO   PIC X(01)    VALUE "N".
              88 WS-USA-EXTRACTO               VALUE "S".
           05 WS-SW-REG-EN-MANO   PIC X(01)    VALUE "N".
              88 WS-REG-EN-MANO                VALUE "S".
           05 WS-SW-HAY-CONCEPTOS PIC X(01)    VALUE "N".
              88 WS-HAY-CONCEPTOS              VALUE "S".
           05 WS-SW-FIN-CONCEPTOS PIC X(01)    VALUE "N".
              88 WS-FIN-CONCEPTOS              VALUE "S".

      *    CANTIDAD DECLARADA EN LA CABECERA DEL EXTRACTO, GUARDADA   *
      *    ANTES DE QUE LAS LECTURAS PISEN EL AREA DEL REGISTRO, PARA *
              88 WS-FS-PUE-OK                  VALUE "00".
           05 WS-FS-EXTMAEST      PIC X(02)    VALUE "00".
              88 WS-FS-EXT-OK                  VALUE "00".
           05 WS-FS-CONCEPTOS     PIC X(02)    VALUE "00".
              88 WS-FS-CON-OK                  VALUE "00".

      *    WS-CANT-CONTROL : CANTIDAD DE EMPLEADOS RECIBIDA EN CTRLEMP.*
      *    WS-SW-HAY-CONTROL INDICA SI SE PUDO LEER EL REGISTRO DE     *
      *    FECHA DE CORTE Y NO SE FILTRA POR FECHA DE ALTA.            *
       01  WS-FECHA-CORTE          PIC 9(08)    VALUE ZEROS.

      *    WS-FECHA-VIGENCIA : FECHA CONTRA LA QUE SE CONTROLA LA      *
      *    VIGENCIA DE LOS CONCEPTOS FIJOS DE CADA EMPLEADO: LA FECHA  *
      *    DE CORTE O, SI NO SE RECIBIO, LA FECHA DE LA CORRIDA.       *
       01  WS-FECHA-VIGENCIA       PIC 9(08)    VALUE ZEROS.
       01  WS-IMPORTE-CONCEPTO     PIC 9(07)V99 VALUE ZEROS.

      *    REGISTRO DE CONCEPTO DEL EXTRACTO: VA DETRAS DEL REGISTRO   *
      *    DEL EMPLEADO, CON EL MISMO NUMERO Y UN "*" DONDE EL         *
      *    REGISTRO DEL EMPLEADO LLEVA EL NOMBRE, SEGUIDO DEL CODIGO   *
      *    Y LA DESCRIPCION DEL CONCEPTO; EN LUGAR DEL DEPARTAMENTO    *
      *    VA LA CLASE (HAB/DES), EN LUGAR DEL PUESTO LA FORMA         *
      *    (IM/PC) Y EN LUGAR DEL SALARIO EL IMPORTE YA CALCULADO.     *
       01  WS-EXTRACTO-CONCEPTO.
           05 WS-ECP-NUMERO-EMP   PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ",".
           05 FILLER              PIC X(01)    VALUE "*".
           05 WS-ECP-CODIGO       PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-ECP-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(05)    VALUE SPACES.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-ECP-CLASE        PIC X(03).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-ECP-FORMA        PIC X(02).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-ECP-IMPORTE      PIC 9(07).99.

      *    EMPLEADOS ES AHORA UN ARCHIVO INDEXADO LEIDO EN ORDEN DE    *
      *    WS-NUMERO-EMP, NO EN ORDEN DE DEPARTAMENTO, ASI QUE EL      *
      *    SUBTOTAL POR DEPARTAMENTO YA NO SE PUEDE ARMAR POR QUIEBRE  *
               COMPUTE WS-FECHA-CORTE =
                   LK-ANIO * 10000 + LK-MES * 100 + LK-DIA
           END-IF.
           IF WS-FECHA-CORTE NOT = ZERO
               MOVE WS-FECHA-CORTE TO WS-FECHA-VIGENCIA
           ELSE
               ACCEPT WS-FECHA-VIGENCIA FROM DATE YYYYMMDD
           END-IF.

           IF LK-ES-REINICIO
               PERFORM 1100-REINICIA-CORRIDA THRU 1100-EXIT
                       ", EL DETALLE SALE SIN TITULO"
           END-IF.

      *    EL MAESTRO DE CONCEPTOS FIJOS (MANTENIDO POR PROG0040)      *
      *    AGREGA AL EXTRACTO LOS HABERES Y DESCUENTOS VIGENTES DE     *
      *    CADA EMPLEADO; SI NO SE PUEDE ABRIR, EL EXTRACTO SALE SOLO  *
      *    CON EL SALARIO Y SE AVISA POR CONSOLA.                      *
           OPEN INPUT CONCEPTOS.
           IF WS-FS-CON-OK
               SET WS-HAY-CONCEPTOS TO TRUE
           ELSE
               DISPLAY "PROG0010 - NO SE PUDO ABRIR CONCEPTOS, "
                       "STATUS " WS-FS-CONCEPTOS
                       ", EL EXTRACTO SALE SIN CONCEPTOS"
           END-IF.

           OPEN INPUT CTRLEMP.
           IF WS-FS-CTRL-OK
               READ CTRLEMP
               MOVE WS-PUESTO-EMP     TO EXT-PUESTO-EMP
               MOVE WS-SALARIO-EMP    TO EXT-SALARIO-EMP
               WRITE REG-EXTRACTO
               IF WS-HAY-CONCEPTOS AND WS-STATUS-EMP = 1
                   PERFORM 2070-AGREGA-CONCEPTOS THRU 2070-EXIT
               END-IF

               ADD WS-SALARIO-EMP     TO WS-TOTAL-SALARIOS

       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2070-AGREGA-CONCEPTOS : POSICIONA EL MAESTRO DE CONCEPTOS EN   *
      *                         EL PRIMER CONCEPTO DEL EMPLEADO ACTUAL *
      *                         Y RECORRE TODOS LOS SUYOS. SOLO LOS    *
      *                         EMPLEADOS ACTIVOS LLEVAN CONCEPTOS.    *
      *----------------------------------------------------------------*
       2070-AGREGA-CONCEPTOS.
           MOVE "N"           TO WS-SW-FIN-CONCEPTOS.
           MOVE WS-NUMERO-EMP TO CON-NUMERO-EMP.
           MOVE ZEROS         TO CON-CODIGO.
           START CONCEPTOS KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY
                   SET WS-FIN-CONCEPTOS TO TRUE
           END-START.
           PERFORM 2080-LEE-CONCEPTO THRU 2080-EXIT
               UNTIL WS-FIN-CONCEPTOS.
       2070-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2080-LEE-CONCEPTO : LEE EL SIGUIENTE CONCEPTO; AL CAMBIAR DE   *
      *                     EMPLEADO TERMINA. UN CONCEPTO ESTA VIGENTE *
      *                     SI SU FECHA DESDE NO ES POSTERIOR A        *
      *                     WS-FECHA-VIGENCIA Y SU FECHA HASTA ESTA EN *
      *                     CERO O NO ES ANTERIOR.                     *
      *----------------------------------------------------------------*
       2080-LEE-CONCEPTO.
           READ CONCEPTOS NEXT RECORD
               AT END
                   SET WS-FIN-CONCEPTOS TO TRUE
               NOT AT END
                   IF CON-NUMERO-EMP NOT = WS-NUMERO-EMP
                       SET WS-FIN-CONCEPTOS TO TRUE
                   ELSE
                       IF CON-FECHA-DESDE NOT > WS-FECHA-VIGENCIA
                           AND (CON-FECHA-HASTA = ZERO
                             OR CON-FECHA-HASTA NOT < WS-FECHA-VIGENCIA)
                           PERFORM 2090-GRABA-CONCEPTO THRU 2090-EXIT
                       END-IF
                   END-IF
           END-READ.
       2080-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2090-GRABA-CONCEPTO : CALCULA EL IMPORTE DEL CONCEPTO (FIJO O  *
      *                       PORCENTAJE DEL SALARIO) Y GRABA SU       *
      *                       REGISTRO EN EL EXTRACTO.                 *
      *----------------------------------------------------------------*
       2090-GRABA-CONCEPTO.
           IF CON-ES-PORCENTAJE
               COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                   WS-SALARIO-EMP * CON-PORCENTAJE / 100
           ELSE
               MOVE CON-IMPORTE   TO WS-IMPORTE-CONCEPTO
           END-IF.
           MOVE WS-NUMERO-EMP     TO WS-ECP-NUMERO-EMP.
           MOVE CON-CODIGO        TO WS-ECP-CODIGO.
           MOVE CON-DESCRIPCION   TO WS-ECP-DESCRIPCION.
           IF CON-ES-HABER
               MOVE "HAB"         TO WS-ECP-CLASE
           ELSE
               MOVE "DES"         TO WS-ECP-CLASE
           END-IF.
           IF CON-ES-PORCENTAJE
               MOVE "PC"          TO WS-ECP-FORMA
           ELSE
               MOVE "IM"          TO WS-ECP-FORMA
           END-IF.
           MOVE WS-IMPORTE-CONCEPTO
                                  TO WS-ECP-IMPORTE.
           WRITE REG-EXTRACTO FROM WS-EXTRACTO-CONCEPTO.
           ADD 1                  TO WS-CONCEPTOS-EXT.
       2090-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-BUSCA-DEPTO : BUSCA WS-DEPTO-EMP EN LA TABLA DE SUBTOTALES*
      *                    POR DEPARTAMENTO YA ACUMULADA.             *
           IF WS-HAY-PUESTOS
               CLOSE PUESTOS
           END-IF.
           IF WS-HAY-CONCEPTOS
               CLOSE CONCEPTOS
               DISPLAY "PROG0010 - CONCEPTOS AGREGADOS AL EXTRACTO: "
                       WS-CONCEPTOS-EXT
           END-IF.
           CLOSE REPORTE.
           CLOSE CHECKPT.
           CLOSE EXTRACTO.
