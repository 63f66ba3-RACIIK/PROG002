      *          DEPARTAMENTO ES FISICA (DELETE): EL REGISTRO NO      *
      *          LLEVA STATUS Y UN DEPARTAMENTO ELIMINADO NO DEBE      *
      *          SEGUIR PASANDO LAS VALIDACIONES DE PROG0011/PROG0012. *
      *          EL JEFE DEL DEPARTAMENTO SE CARGA COMO NUMERO DE      *
      *          EMPLEADO Y DEBE SER UN EMPLEADO ACTIVO DEL MAESTRO    *
      *          EMPLEADOS (EN CERO QUEDA SIN JEFE ASIGNADO).          *
      *          UN DEPARTAMENTO EN USO NO SE PUEDE DAR DE BAJA: SE    *
      *          RECHAZA LA BAJA MIENTRAS UN EMPLEADO ACTIVO LO TENGA  *
      *          EN REG-DEPTO-EMP O UNA FILA DE PRESUP LO PRESUPUESTE. *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 21/08/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     EL RESPONSABLE DEL DEPARTAMENTO PASA A SER *
      *                     EL NUMERO DE EMPLEADO DEL JEFE (REG-JEFE-  *
      *                     DEP EN REGDEPFD, REG-DMNT-JEFE EN LA       *
      *                     TRANSACCION, MISMAS LONGITUDES). SI VIENE  *
      *                     DISTINTO DE CERO SE VALIDA CONTRA EMPLEADOS*
      *                     QUE EXISTA Y ESTE ACTIVO.                  *
      * 15/10/2026  RAA     PROTECCION DE CODIGOS EN USO: LA BAJA DE UN*
      *                     DEPARTAMENTO SE RECHAZA MIENTRAS UN        *
      *                     EMPLEADO ACTIVO LO TENGA ASIGNADO O UNA    *
      *                     FILA DE PRESUP (CUALQUIER ANIO) LO         *
      *                     PRESUPUESTE. EMPLEADOS PASA A ACCESO       *
      *                     DINAMICO PARA PODER RECORRERLO.            *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-DEP
               FILE STATUS IS WS-FS-DEPARTAMENTOS.
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT OPTIONAL PRESUP ASSIGN TO UT-S-PRESUP
               FILE STATUS IS WS-FS-PRESUP.
           SELECT LOGDEP    ASSIGN TO UT-S-LOGDEP.
           SELECT EXCEPDEP  ASSIGN TO UT-S-EXCEPDEP.

           05 REG-DMNT-TIPO        PIC X(01).
           05 REG-DMNT-NUMERO      PIC 9(03).
           05 REG-DMNT-NOMBRE      PIC X(30).
           05 REG-DMNT-JEFE        PIC 9(05).
           05 FILLER               PIC X(25).
           05 REG-DMNT-USUARIO     PIC X(08).

       FD  DEPARTAMENTOS
       01  REG-DEPARTAMENTOS      PIC X(63).
           COPY REGDEPFD.

      *    FD EMPLEADOS : SOLO SE LEE, PARA VALIDAR QUE EL JEFE DEL    *
      *    DEPARTAMENTO SEA UN EMPLEADO ACTIVO Y, EN UNA BAJA, PARA    *
      *    RECORRERLO BUSCANDO ACTIVOS QUE TODAVIA USEN EL CODIGO.     *
       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

      *    FD PRESUP : SE RECORRE EN CADA BAJA BUSCANDO FILAS DE       *
      *    PRESUPUESTO DEL DEPARTAMENTO. SE DECLARA OPTIONAL: SIN      *
      *    ARCHIVO DE PRESUPUESTO NO HAY NADA QUE CONTROLAR.           *
       FD  PRESUP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRESUP.
           COPY REGPREFD.

       FD  LOGDEP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
              88 WS-FIN-ARCHIVO                 VALUE "S".
           05 WS-SW-TRANS-OK       PIC X(01)    VALUE "S".
              88 WS-TRANS-ES-VALIDA              VALUE "S".
           05 WS-SW-FIN-EMPLEADOS  PIC X(01)    VALUE "N".
              88 WS-FIN-EMPLEADOS               VALUE "S".
           05 WS-SW-FIN-PRESUP     PIC X(01)    VALUE "N".
              88 WS-FIN-PRESUP                  VALUE "S".
           05 WS-SW-CODIGO-EN-USO  PIC X(01)    VALUE "N".
              88 WS-CODIGO-EN-USO               VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-DEPARTAMENTOS  PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-PRESUP         PIC X(02)    VALUE "00".
              88 WS-FS-PRE-OK                   VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
                       "STATUS " WS-FS-DEPARTAMENTOS
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN INPUT EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0014 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN OUTPUT LOGDEP.
           OPEN OUTPUT EXCEPDEP.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
      * 2050-VALIDA-TRANSACCION : VALIDA LOS DATOS BASICOS DE LA       *
      *                           TRANSACCION DE ALTA/CAMBIO: NUMERO   *
      *                           DE DEPARTAMENTO NUMERICO Y DISTINTO  *
      *                           DE CERO, NOMBRE NO VACIO Y JEFE      *
      *                           NUMERICO; SI NO ESTA EN CERO, EL     *
      *                           JEFE DEBE SER UN EMPLEADO ACTIVO.    *
      *----------------------------------------------------------------*
       2050-VALIDA-TRANSACCION.
           IF REG-DMNT-NUMERO NOT NUMERIC
               MOVE "NOMBRE DE DEPARTAMENTO EN BLANCO"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-TRANS-ES-VALIDA
               AND REG-DMNT-JEFE NOT NUMERIC
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "NUMERO DE EMPLEADO DEL JEFE INVALIDO"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-TRANS-ES-VALIDA
               AND REG-DMNT-JEFE NOT = ZERO
               PERFORM 2060-VALIDA-JEFE THRU 2060-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2060-VALIDA-JEFE : BUSCA EL JEFE DE LA TRANSACCION EN EL       *
      *                    MAESTRO DE EMPLEADOS POR LECTURA DIRECTA Y  *
      *                    EXIGE QUE ESTE ACTIVO.                      *
      *----------------------------------------------------------------*
       2060-VALIDA-JEFE.
           MOVE REG-DMNT-JEFE       TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "N"         TO WS-SW-TRANS-OK
                   MOVE "JEFE NO EXISTE EN EL MAESTRO"
                                    TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF REG-STATUS-EMP NOT = 1
                       MOVE "N"     TO WS-SW-TRANS-OK
                       MOVE "JEFE NO ES UN EMPLEADO ACTIVO"
                                    TO WS-MOTIVO-RECHAZO
                   END-IF
           END-READ.
       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-PROCESA-ALTA : AGREGA UN DEPARTAMENTO NUEVO AL MAESTRO.   *
      *----------------------------------------------------------------*
           IF WS-TRANS-ES-VALIDA
               MOVE REG-DMNT-NUMERO      TO REG-NUMERO-DEP
               MOVE REG-DMNT-NOMBRE      TO REG-NOMBRE-DEP
               MOVE REG-DMNT-JEFE        TO REG-JEFE-DEP
               WRITE REG-DEPARTAMENTOS
               ADD 1                     TO WS-ALTAS
               MOVE SPACES               TO WS-IMAGEN-ANTES
           EXIT.

      *----------------------------------------------------------------*
      * 2200-PROCESA-CAMBIO : CORRIGE EL NOMBRE Y/O EL JEFE DE         *
      *                       UN DEPARTAMENTO EXISTENTE.               *
      *----------------------------------------------------------------*
       2200-PROCESA-CAMBIO.
           IF WS-TRANS-ES-VALIDA
               MOVE REG-DEPARTAMENTOS    TO WS-IMAGEN-ANTES
               MOVE REG-DMNT-NOMBRE      TO REG-NOMBRE-DEP
               MOVE REG-DMNT-JEFE        TO REG-JEFE-DEP
               REWRITE REG-DEPARTAMENTOS
               ADD 1                     TO WS-CAMBIOS
               MOVE REG-DEPARTAMENTOS    TO WS-IMAGEN-DESPUES
               NOT INVALID KEY
                   CONTINUE
           END-READ.
      *    NO SE BORRA UN DEPARTAMENTO QUE TODAVIA ESTA EN USO.       *
           IF WS-TRANS-ES-VALIDA
               PERFORM 2310-BUSCA-EMPLEADO-ACTIVO THRU 2310-EXIT
           END-IF.
           IF WS-TRANS-ES-VALIDA
               PERFORM 2320-BUSCA-PRESUPUESTO THRU 2320-EXIT
           END-IF.
           IF WS-TRANS-ES-VALIDA
               MOVE REG-DEPARTAMENTOS TO WS-IMAGEN-ANTES
               DELETE DEPARTAMENTOS RECORD
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2310-BUSCA-EMPLEADO-ACTIVO : RECORRE EL MAESTRO DE EMPLEADOS   *
      *                              DESDE EL PRINCIPIO Y RECHAZA LA   *
      *                              BAJA SI ALGUN ACTIVO TIENE EL     *
      *                              DEPARTAMENTO EN REG-DEPTO-EMP.    *
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
                       AND REG-DEPTO-EMP = REG-NUMERO-DEP
                       SET WS-CODIGO-EN-USO TO TRUE
                   END-IF
           END-READ.
       2315-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2320-BUSCA-PRESUPUESTO : RECORRE PRESUP Y RECHAZA LA BAJA SI   *
      *                          ALGUNA FILA, DE CUALQUIER ANIO,       *
      *                          PRESUPUESTA EL DEPARTAMENTO.          *
      *----------------------------------------------------------------*
       2320-BUSCA-PRESUPUESTO.
           MOVE "N"                 TO WS-SW-CODIGO-EN-USO.
           MOVE "N"                 TO WS-SW-FIN-PRESUP.
           OPEN INPUT PRESUP.
           IF NOT WS-FS-PRE-OK
               SET WS-FIN-PRESUP TO TRUE
           END-IF.
           PERFORM 2325-LEE-PRESUPUESTO THRU 2325-EXIT
               UNTIL WS-FIN-PRESUP
                  OR WS-CODIGO-EN-USO.
           CLOSE PRESUP.
           IF WS-CODIGO-EN-USO
               MOVE "N"             TO WS-SW-TRANS-OK
               MOVE "BAJA RECHAZADA, TIENE FILAS EN PRESUP"
                                    TO WS-MOTIVO-RECHAZO
           END-IF.
       2320-EXIT.
           EXIT.

       2325-LEE-PRESUPUESTO.
           READ PRESUP
               AT END
                   SET WS-FIN-PRESUP TO TRUE
               NOT AT END
                   IF PRE-DEPTO = REG-NUMERO-DEP
                       SET WS-CODIGO-EN-USO TO TRUE
                   END-IF
           END-READ.
       2325-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINO : IMPRIME CONTADORES DE CONTROL Y CIERRA ARCHIVOS.*
      *----------------------------------------------------------------*
       3000-TERMINO.
           CLOSE DEPMANT.
           CLOSE DEPARTAMENTOS.
           CLOSE EMPLEADOS.
           CLOSE LOGDEP.
           CLOSE EXCEPDEP.
           DISPLAY "PROG0014 - TRANSACCIONES LEIDAS : "
