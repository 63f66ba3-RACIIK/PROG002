      *          LA BAJA ES FISICA (DELETE), IGUAL QUE EN PROG0014:    *
      *          UN PUESTO ELIMINADO NO DEBE SEGUIR PASANDO LAS        *
      *          VALIDACIONES.                                         *
      *          UN PUESTO EN USO NO SE PUEDE DAR DE BAJA: SE RECHAZA  *
      *          LA BAJA MIENTRAS UN EMPLEADO ACTIVO LO TENGA EN       *
      *          REG-PUESTO-EMP. PRESUP NO LLEVA PUESTO, ASI QUE NO    *
      *          HAY FILA DE PRESUPUESTO QUE PUEDA USARLO.             *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 02/09/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     PROTECCION DE CODIGOS EN USO: LA BAJA DE UN*
      *                     PUESTO SE RECHAZA MIENTRAS UN EMPLEADO     *
      *                     ACTIVO LO TENGA ASIGNADO (EMPLEADOS SE     *
      *                     RECORRE EN CADA BAJA).                     *
      * 15/10/2026  RAA     EMPLEADOS SE ABRE UNA SOLA VEZ, CON ACCESO *
      *                     DINAMICO, IGUAL QUE EN PROG0014: CADA BAJA *
      *                     LO RECORRE CON START DESDE EL PRINCIPIO Y  *
      *                     SI NO ABRE NO SE PROCESA NINGUNA           *
      *                     TRANSACCION.                               *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT LOGPUE    ASSIGN TO UT-S-LOGPUE.
           SELECT EXCEPPUE  ASSIGN TO UT-S-EXCEPPUE.

       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

      *    FD EMPLEADOS : SOLO SE LEE, EN UNA BAJA, PARA RECORRERLO    *
      *    BUSCANDO ACTIVOS QUE TODAVIA USEN EL PUESTO.                *
       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

       FD  LOGPUE
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 125 CHARACTERS
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-TRANS-OK       PIC X(01)    VALUE "S".
              88 WS-TRANS-ES-VALIDA              VALUE "S".
           05 WS-SW-FIN-EMPLEADOS  PIC X(01)    VALUE "N".
              88 WS-FIN-EMPLEADOS               VALUE "S".
           05 WS-SW-CODIGO-EN-USO  PIC X(01)    VALUE "N".
              88 WS-CODIGO-EN-USO               VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
                       "STATUS " WS-FS-PUESTOS
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0026 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN OUTPUT LOGPUE.
           OPEN OUTPUT EXCEPPUE.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      *    NO SE BORRA UN PUESTO QUE TODAVIA ESTA EN USO.             *
           IF WS-TRANS-ES-VALIDA
               PERFORM 2310-BUSCA-EMPLEADO-ACTIVO THRU 2310-EXIT
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE REG-PUESTOS       TO WS-IMAGEN-ANTES
               DELETE PUESTOS RECORD
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-BUSCA-EMPLEADO-ACTIVO : RECORRE EL MAESTRO DE EMPLEADOS   *
      *                              DESDE EL PRINCIPIO Y RECHAZA LA   *
      *                              BAJA SI ALGUN ACTIVO TIENE EL     *
      *                              PUESTO EN REG-PUESTO-EMP.         *
      *----------------------------------------------------------------*
       2310-BUSCA-EMPLEADO-ACTIVO.
           MOVE "N"                 TO WS-SW-CODIGO-EN-USO.
           MOVE "N"                 TO WS-SW-FIN-EMPLEADOS.
           MOVE ZEROS               TO REG-NUMERO-EMP.
           START EMPLEADOS KEY IS NOT LESS THAN REG-NUMERO-EMP
               INVALID KEY
                   SET WS-FIN-EMPLEADOS TO TRUE
           END-START.
           PERFORM 2315-LEE-EMPLEADO THRU 2315-EXIT
               UNTIL WS-FIN-EMPLEADOS
                  OR WS-CODIGO-EN-USO.
           IF WS-CODIGO-EN-USO
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "BAJA RECHAZADA, HAY EMPLEADOS ACTIVOS"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.
       2310-EXIT.
           EXIT.

       2315-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   SET WS-FIN-EMPLEADOS TO TRUE
               NOT AT END
                   IF REG-STATUS-EMP = 1
                       AND REG-PUESTO-EMP = REG-NUMERO-PUE
                       SET WS-CODIGO-EN-USO TO TRUE
                   END-IF
           END-READ.
       2315-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINO : IMPRIME CONTADORES DE CONTROL Y CIERRA ARCHIVOS.*
      *----------------------------------------------------------------*
       3000-TERMINO.
           CLOSE PUEMANT.
           CLOSE PUESTOS.
           CLOSE EMPLEADOS.
           CLOSE LOGPUE.
           CLOSE EXCEPPUE.
           DISPLAY "PROG0026 - TRANSACCIONES LEIDAS : "
