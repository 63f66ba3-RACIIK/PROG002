      *          ULTIMOS CAMBIOS A LISTAR, Y ARMA UNA SOLA PAGINA EN   *
      *          FICHARPT CON:                                         *
      *            - EL REGISTRO DEL MAESTRO EMPLEADOS, CON EL NOMBRE  *
      *              Y JEFE DEL DEPARTAMENTO Y EL TITULO DEL           *
      *              PUESTO YA RESUELTOS.                              *
      *            - LOS ULTIMOS N MOVIMIENTOS DE LOGCAMB DEL          *
      *              EMPLEADO, DESGLOSADOS CAMPO POR CAMPO CON LA      *
      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 02/09/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     LOGCAMB CRECE A 152 POSICIONES CON EL      *
      *                     USUARIO APROBADOR DEL DOBLE CONTROL DE     *
      *                     PROG0038; SE AMPLIA LA TABLA DE ULTIMOS    *
      *                     CAMBIOS.                                   *
      * 15/10/2026  RAA     EL RESPONSABLE DEL DEPARTAMENTO SE         *
      *                     REEMPLAZA POR EL JEFE (REG-JEFE-DEP), QUE  *
      *                     SE IMPRIME CON SU NUMERO Y SU NOMBRE DEL   *
      *                     MAESTRO EMPLEADOS, MARCANDO SI ESTA        *
      *                     INACTIVO.                                  *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.
              88 WS-HAY-PAGO                    VALUE "S".
           05 WS-SW-CORRIDA-OK     PIC X(01)    VALUE "S".
              88 WS-CORRIDA-OK                  VALUE "S".
           05 WS-SW-DEP-HALLADO    PIC X(01)    VALUE "N".
              88 WS-DEP-HALLADO                 VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
       01  WS-NUMERO-PEDIDO        PIC 9(05)    VALUE ZEROS.
       01  WS-CANT-CAMBIOS         PIC 9(02)    VALUE 5.

      *    COPIA DEL REGISTRO DEL EMPLEADO PEDIDO, PARA PODER LEER EL *
      *    REGISTRO DEL JEFE DE SU DEPARTAMENTO SIN PERDERLO.         *
       01  WS-EMP-PEDIDO           PIC X(58)    VALUE SPACES.

      *    ULTIMOS CAMBIOS DEL EMPLEADO: TABLA DE HASTA 10 ENTRADAS.  *
      *    AL LLENARSE SE CORRE TODO UNA POSICION HACIA ARRIBA Y EL   *
      *    NUEVO ENTRA AL FINAL, ASI LA TABLA SIEMPRE CONSERVA LOS    *
       01  WS-IND-CAMBIO           PIC 9(02)    COMP VALUE ZEROS.
       01  WS-TABLA-CAMBIOS.
           05 WS-CAMBIO-ENTRADA   OCCURS 10 TIMES.
              10 WS-TC-REGISTRO   PIC X(152).

      *    IMAGENES ANTES/DESPUES DEL LOG, DESGLOSADAS CON EL MISMO   *
      *    LAYOUT DE REGEMPFD, IGUAL QUE EN PROG0015. LOS CAMPOS SE   *
           MOVE WS-LINEA-SALARIO TO REG-FICHARPT.
           WRITE REG-FICHARPT.

      *    EL DEPARTAMENTO: NOMBRE Y JEFE DESDE EL MAESTRO            *
      *    DEPARTAMENTOS; SI NO ABRE O NO ESTA, SALE EL NUMERO SOLO.  *
           MOVE "DEPARTAMENTO      : " TO WS-ROT-TEXTO.
           MOVE SPACES                 TO WS-ROT-VALOR.
               READ DEPARTAMENTOS
                   KEY IS REG-NUMERO-DEP
                   INVALID KEY
                       MOVE "N" TO WS-SW-DEP-HALLADO
                       MOVE "(NO REGISTRADO)"
                            TO WS-ROT-VALOR (5 : 15)
                   NOT INVALID KEY
                       MOVE "S" TO WS-SW-DEP-HALLADO
                       MOVE REG-NOMBRE-DEP TO WS-ROT-VALOR (5 : 30)
               END-READ
               PERFORM 9000-ESCRIBE-ROTULO THRU 9000-EXIT
               IF WS-DEP-HALLADO
                   PERFORM 2100-RESUELVE-JEFE THRU 2100-EXIT
                   PERFORM 9000-ESCRIBE-ROTULO THRU 9000-EXIT
               END-IF
               CLOSE DEPARTAMENTOS
           ELSE
               PERFORM 9000-ESCRIBE-ROTULO THRU 9000-EXIT
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-RESUELVE-JEFE : ARMA EL ROTULO DEL JEFE DEL DEPARTAMENTO  *
      *                      CON SU NUMERO Y SU NOMBRE, LEIDO DEL      *
      *                      MAESTRO EMPLEADOS. EL REGISTRO DEL        *
      *                      EMPLEADO PEDIDO SE GUARDA ANTES Y SE      *
      *                      REPONE DESPUES DE LA LECTURA.             *
      *----------------------------------------------------------------*
       2100-RESUELVE-JEFE.
           MOVE "JEFE DEL DEPTO    : " TO WS-ROT-TEXTO.
           MOVE SPACES                 TO WS-ROT-VALOR.
           IF REG-JEFE-DEP NOT NUMERIC
               MOVE "(NO CARGADO)"     TO WS-ROT-VALOR
               GO TO 2100-EXIT
           END-IF.
           IF REG-JEFE-DEP = ZERO
               MOVE "(SIN JEFE ASIGNADO)" TO WS-ROT-VALOR
               GO TO 2100-EXIT
           END-IF.
           MOVE REG-JEFE-DEP           TO WS-ROT-VALOR (1 : 5).
           MOVE REG-EMPLEADOS          TO WS-EMP-PEDIDO.
           MOVE REG-JEFE-DEP           TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "(NO REGISTRADO)"
                        TO WS-ROT-VALOR (7 : 15)
               NOT INVALID KEY
                   MOVE REG-NOMBRE-EMP TO WS-ROT-VALOR (7 : 30)
                   IF REG-STATUS-EMP NOT = 1
                       MOVE "(INACTIVO)" TO WS-ROT-VALOR (38 : 10)
                   END-IF
           END-READ.
           MOVE WS-EMP-PEDIDO          TO REG-EMPLEADOS.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-RECORRE-LOG : LEE TODO LOGCAMB Y GUARDA EN LA TABLA LOS   *
      *                    ULTIMOS MOVIMIENTOS DEL EMPLEADO PEDIDO.    *
