        IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROG0041.
       AUTHOR.                    RENZO-ALVAREZ.
       INSTALLATION.              CAPACITACION RENZO.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  NO CONFIDENCIAL.
      *----------------------------------------------------------------*
      *OBJETIVO: REPORTE DE LINEAS DE REPORTE (ORGANIGRAMA) POR        *
      *          DEPARTAMENTO. RECORRE EL MAESTRO DE EMPLEADOS         *
      *          ACUMULANDO LA DOTACION DIRECTA Y LA MASA SALARIAL DE  *
      *          LOS ACTIVOS DE CADA DEPARTAMENTO (MISMA TECNICA DE    *
      *          TABLA EN MEMORIA QUE PROG0013/PROG0029) Y LUEGO       *
      *          RECORRE EL MAESTRO DE DEPARTAMENTOS, IMPRIMIENDO POR  *
      *          CADA UNO SU JEFE (REG-JEFE-DEP) CON EL NOMBRE Y EL    *
      *          TITULO DEL PUESTO RESUELTOS, LA DOTACION Y LA MASA.   *
      *          SE MARCAN LOS DEPARTAMENTOS SIN JEFE, CON UN JEFE     *
      *          QUE NO EXISTE EN EL MAESTRO, CON UN JEFE INACTIVO O   *
      *          CON UN JEFE ASIGNADO A OTRO DEPARTAMENTO. AL FINAL SE *
      *          INFORMAN LOS ACTIVOS CUYO DEPARTAMENTO NO ESTA EN EL  *
      *          MAESTRO DE DEPARTAMENTOS.                             *
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
           SELECT EMPLEADOS ASSIGN TO UT-S-EMPLEADO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO-EMP
               FILE STATUS IS WS-FS-EMPLEADOS.
           SELECT DEPARTAMENTOS ASSIGN TO UT-S-DEPARTAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-NUMERO-DEP
               FILE STATUS IS WS-FS-DEPARTAMENTOS.
           SELECT PUESTOS   ASSIGN TO UT-S-PUESTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT ORGANRPT  ASSIGN TO UT-S-ORGANRPT.

       DATA DIVISION.
       FILE SECTION .
      *    FD EMPLEADOS : PRIMERO SE LEE EN SECUENCIA PARA ACUMULAR LA *
      *    DOTACION Y DESPUES POR CLAVE PARA RESOLVER CADA JEFE.       *
       FD  EMPLEADOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPLEADOS.
       01  REG-EMPLEADOS          PIC X(58).
           COPY REGEMPFD.

       FD  DEPARTAMENTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPARTAMENTOS.
       01  REG-DEPARTAMENTOS      PIC X(63).
           COPY REGDEPFD.

       FD  PUESTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PUESTOS.
       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

       FD  ORGANRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORGANRPT.
       01  REG-ORGANRPT           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-EMP        PIC 9(05)    VALUE ZEROS.
           05 WS-ACTIVOS           PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-DEP        PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-JEFE          PIC 9(05)    VALUE ZEROS.
           05 WS-JEFES-INEXIST     PIC 9(05)    VALUE ZEROS.
           05 WS-JEFES-INACTIVOS   PIC 9(05)    VALUE ZEROS.
           05 WS-JEFES-OTRO-DEPTO  PIC 9(05)    VALUE ZEROS.
           05 WS-ACTIVOS-SIN-DEPTO PIC 9(05)    VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-EMPLEADOS  PIC X(01)    VALUE "N".
              88 WS-FIN-EMPLEADOS               VALUE "S".
           05 WS-SW-FIN-DEPTOS     PIC X(01)    VALUE "N".
              88 WS-FIN-DEPTOS                  VALUE "S".
           05 WS-SW-HAY-PUESTOS    PIC X(01)    VALUE "N".
              88 WS-HAY-PUESTOS                 VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-DEPARTAMENTOS  PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".

       01  WS-FECHA-CORRIDA        PIC 9(08)    VALUE ZEROS.

      *    TABLA DE DEPARTAMENTOS CON LA DOTACION DIRECTA Y LA MASA    *
      *    SALARIAL DE SUS ACTIVOS. WS-TD-LISTADO QUEDA EN "S" CUANDO  *
      *    EL DEPARTAMENTO APARECE EN EL MAESTRO; LOS QUE QUEDAN EN    *
      *    "N" SON ACTIVOS EN DEPARTAMENTOS NO REGISTRADOS.            *
       01  WS-NUM-DEPTOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-DEPTO-TBL        PIC 9(03)    COMP VALUE ZEROS.
       01  WS-DEPTO-BUSCADO        PIC 9(03)    VALUE ZEROS.
       01  WS-SW-DEPTO-ENCONTRADO  PIC X(01)    VALUE "N".
           88 WS-DEPTO-ENCONTRADO               VALUE "S".
       01  WS-SW-TABLA-DEPTOS-LLENA
                                   PIC X(01)    VALUE "N".
           88 WS-TABLA-DEPTOS-LLENA             VALUE "S".

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ENTRADA    OCCURS 30 TIMES.
              10 WS-TD-DEPTO      PIC 9(03).
              10 WS-TD-CANT       PIC 9(05).
              10 WS-TD-MASA       PIC 9(09)V99.
              10 WS-TD-LISTADO    PIC X(01).

       01  WS-TITULO-ORGAN.
           05  FILLER             PIC X(20)    VALUE SPACES.
           05  FILLER             PIC X(44)
               VALUE "JEFES Y DOTACION DIRECTA POR DEPARTAMENTO - ".
           05  WS-TIT-FECHA       PIC 9(08).

       01  WS-ENCAB-ORGAN.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(26)    VALUE "DEPTO NOMBRE".
           05  FILLER             PIC X(27)
               VALUE "JEFE  NOMBRE DEL JEFE".
           05  FILLER             PIC X(18)    VALUE "PUESTO".
           05  FILLER             PIC X(21)
               VALUE "DOTAC    MASA SALAR.".
           05  FILLER             PIC X(06)    VALUE "MARCA".

       01  WS-DETALLE-ORGAN.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-JEFE         PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE-JEFE  PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PUESTO       PIC X(15).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CANT         PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-MASA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MARCA        PIC X(22).

       01  WS-MARCA-OTRO-DEPTO.
           05 FILLER              PIC X(19)
               VALUE "JEFE EN OTRO DEPTO ".
           05 WS-MOD-DEPTO        PIC 9(03).

       01  WS-DETALLE-SIN-DEPTO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DSD-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(20)
               VALUE "(NO REGISTRADO)".
           05 FILLER              PIC X(46)    VALUE SPACES.
           05 WS-DSD-CANT         PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DSD-MASA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(22)
               VALUE "DEPTO NO REGISTRADO".

       01  WS-DETALLE-TOTALES.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-TOT-ROTULO      PIC X(29).
           05  WS-TOT-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-ACUMULA-EMPLEADO THRU 2000-EXIT
               UNTIL WS-FIN-EMPLEADOS.
           IF NOT WS-FIN-DEPTOS
               PERFORM 8100-LEER-DEPARTAMENTO THRU 8100-EXIT
           END-IF.
           PERFORM 3000-LISTA-DEPTO THRU 3000-EXIT
               UNTIL WS-FIN-DEPTOS.
           PERFORM 4000-TERMINO THRU 4000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 1000-INICIO : ABRE ARCHIVOS, IMPRIME LOS TITULOS Y LEE EL      *
      *               PRIMER EMPLEADO.                                 *
      *----------------------------------------------------------------*
       1000-INICIO.
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD.

           OPEN INPUT EMPLEADOS.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0041 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               SET WS-FIN-EMPLEADOS TO TRUE
               SET WS-FIN-DEPTOS    TO TRUE
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF NOT WS-FS-DEP-OK
               DISPLAY "PROG0041 - ERROR ABRIENDO DEPARTAMENTOS, "
                       "STATUS " WS-FS-DEPARTAMENTOS
               SET WS-FIN-EMPLEADOS TO TRUE
               SET WS-FIN-DEPTOS    TO TRUE
           END-IF.
      *    EL MAESTRO DE PUESTOS SE USA SOLO PARA IMPRIMIR EL TITULO   *
      *    DEL PUESTO DEL JEFE; SI NO SE PUEDE ABRIR, EL REPORTE SALE  *
      *    IGUAL CON EL PUESTO EN BLANCO Y SE AVISA POR CONSOLA.       *
           OPEN INPUT PUESTOS.
           IF WS-FS-PUE-OK
               SET WS-HAY-PUESTOS TO TRUE
           ELSE
               DISPLAY "PROG0041 - NO SE PUDO ABRIR PUESTOS, "
                       "STATUS " WS-FS-PUESTOS
                       ", EL DETALLE SALE SIN PUESTO"
           END-IF.
           OPEN OUTPUT ORGANRPT.

           MOVE WS-FECHA-CORRIDA  TO WS-TIT-FECHA.
           MOVE WS-TITULO-ORGAN   TO REG-ORGANRPT.
           WRITE REG-ORGANRPT.
           MOVE WS-ENCAB-ORGAN    TO REG-ORGANRPT.
           WRITE REG-ORGANRPT.

           IF NOT WS-FIN-EMPLEADOS
               PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-ACUMULA-EMPLEADO : SUMA EL EMPLEADO ACTIVO LEIDO A LA     *
      *                         DOTACION Y A LA MASA DE SU             *
      *                         DEPARTAMENTO. LOS INACTIVOS NO         *
      *                         CUENTAN.                               *
      *----------------------------------------------------------------*
       2000-ACUMULA-EMPLEADO.
           IF REG-STATUS-EMP = 1
               ADD 1 TO WS-ACTIVOS
               MOVE REG-DEPTO-EMP TO WS-DEPTO-BUSCADO
               PERFORM 7000-UBICA-DEPTO THRU 7000-EXIT
               IF WS-DEPTO-ENCONTRADO
                   ADD 1               TO WS-TD-CANT
                                          (WS-IND-DEPTO-TBL)
                   ADD REG-SALARIO-EMP TO WS-TD-MASA
                                          (WS-IND-DEPTO-TBL)
               END-IF
           END-IF.
           PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-LISTA-DEPTO : ARMA LA LINEA DEL DEPARTAMENTO LEIDO: SU    *
      *                    JEFE RESUELTO CONTRA EMPLEADOS Y PUESTOS,   *
      *                    LA DOTACION Y LA MASA ACUMULADAS Y LA       *
      *                    MARCA QUE CORRESPONDA.                      *
      *----------------------------------------------------------------*
       3000-LISTA-DEPTO.
           MOVE SPACES             TO WS-DET-NOMBRE-JEFE
                                      WS-DET-PUESTO
                                      WS-DET-MARCA.
           MOVE ZEROS              TO WS-DET-JEFE
                                      WS-DET-CANT
                                      WS-DET-MASA.
           MOVE REG-NUMERO-DEP     TO WS-DET-DEPTO.
           MOVE REG-NOMBRE-DEP     TO WS-DET-NOMBRE.

           MOVE REG-NUMERO-DEP     TO WS-DEPTO-BUSCADO.
           PERFORM 7000-UBICA-DEPTO THRU 7000-EXIT.
           IF WS-DEPTO-ENCONTRADO
               MOVE "S" TO WS-TD-LISTADO (WS-IND-DEPTO-TBL)
               MOVE WS-TD-CANT (WS-IND-DEPTO-TBL) TO WS-DET-CANT
               MOVE WS-TD-MASA (WS-IND-DEPTO-TBL) TO WS-DET-MASA
           END-IF.

           PERFORM 3100-RESUELVE-JEFE THRU 3100-EXIT.

           MOVE WS-DETALLE-ORGAN TO REG-ORGANRPT.
           WRITE REG-ORGANRPT.
           PERFORM 8100-LEER-DEPARTAMENTO THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3100-RESUELVE-JEFE : BUSCA EL JEFE DEL DEPARTAMENTO EN EL      *
      *                      MAESTRO DE EMPLEADOS Y MARCA LOS CASOS    *
      *                      SIN JEFE, JEFE INEXISTENTE, JEFE INACTIVO *
      *                      Y JEFE ASIGNADO A OTRO DEPARTAMENTO.      *
      *----------------------------------------------------------------*
       3100-RESUELVE-JEFE.
           IF REG-JEFE-DEP NOT NUMERIC
               OR REG-JEFE-DEP = ZERO
               MOVE "*** SIN JEFE"     TO WS-DET-MARCA
               ADD 1                   TO WS-SIN-JEFE
               GO TO 3100-EXIT
           END-IF.

           MOVE REG-JEFE-DEP        TO WS-DET-JEFE.
           MOVE REG-JEFE-DEP        TO REG-NUMERO-EMP.
           READ EMPLEADOS
               KEY IS REG-NUMERO-EMP
               INVALID KEY
                   MOVE "(NO REGISTRADO)"    TO WS-DET-NOMBRE-JEFE
                   MOVE "*** JEFE INEXISTENTE" TO WS-DET-MARCA
                   ADD 1                     TO WS-JEFES-INEXIST
                   GO TO 3100-EXIT
           END-READ.

           MOVE REG-NOMBRE-EMP      TO WS-DET-NOMBRE-JEFE.
           IF WS-HAY-PUESTOS
               MOVE REG-PUESTO-EMP TO REG-NUMERO-PUE
               READ PUESTOS
                   KEY IS REG-NUMERO-PUE
                   INVALID KEY
                       MOVE "(NO REGISTRADO)" TO WS-DET-PUESTO
                   NOT INVALID KEY
                       MOVE REG-TITULO-PUE    TO WS-DET-PUESTO
               END-READ
           END-IF.

           IF REG-STATUS-EMP NOT = 1
               MOVE "*** JEFE INACTIVO"  TO WS-DET-MARCA
               ADD 1                     TO WS-JEFES-INACTIVOS
           ELSE
               IF REG-DEPTO-EMP NOT = REG-NUMERO-DEP
                   MOVE REG-DEPTO-EMP       TO WS-MOD-DEPTO
                   MOVE WS-MARCA-OTRO-DEPTO TO WS-DET-MARCA
                   ADD 1                    TO WS-JEFES-OTRO-DEPTO
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4000-TERMINO : LISTA LOS DEPARTAMENTOS CON ACTIVOS QUE NO      *
      *                ESTAN EN EL MAESTRO, IMPRIME LOS TOTALES DE     *
      *                CONTROL Y CIERRA ARCHIVOS.                      *
      *----------------------------------------------------------------*
       4000-TERMINO.
           PERFORM 4100-LISTA-SIN-DEPTO THRU 4100-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS.

           MOVE "DEPARTAMENTOS LISTADOS    : " TO WS-TOT-ROTULO.
           MOVE WS-LEIDOS-DEP                  TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "EMPLEADOS ACTIVOS         : " TO WS-TOT-ROTULO.
           MOVE WS-ACTIVOS                     TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "DEPTOS SIN JEFE           : " TO WS-TOT-ROTULO.
           MOVE WS-SIN-JEFE                    TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "JEFES INEXISTENTES        : " TO WS-TOT-ROTULO.
           MOVE WS-JEFES-INEXIST               TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "JEFES INACTIVOS           : " TO WS-TOT-ROTULO.
           MOVE WS-JEFES-INACTIVOS             TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "JEFES EN OTRO DEPTO       : " TO WS-TOT-ROTULO.
           MOVE WS-JEFES-OTRO-DEPTO            TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.
           MOVE "ACTIVOS EN DEPTO NO REG.  : " TO WS-TOT-ROTULO.
           MOVE WS-ACTIVOS-SIN-DEPTO           TO WS-TOT-VALOR.
           PERFORM 9000-ESCRIBE-TOTAL THRU 9000-EXIT.

           CLOSE EMPLEADOS.
           CLOSE DEPARTAMENTOS.
           IF WS-HAY-PUESTOS
               CLOSE PUESTOS
           END-IF.
           CLOSE ORGANRPT.
           DISPLAY "PROG0041 - EMPLEADOS LEIDOS    : " WS-LEIDOS-EMP.
           DISPLAY "PROG0041 - ACTIVOS             : " WS-ACTIVOS.
           DISPLAY "PROG0041 - DEPARTAMENTOS       : " WS-LEIDOS-DEP.
           DISPLAY "PROG0041 - SIN JEFE            : " WS-SIN-JEFE.
           DISPLAY "PROG0041 - JEFES INEXISTENTES  : "
                   WS-JEFES-INEXIST.
           DISPLAY "PROG0041 - JEFES INACTIVOS     : "
                   WS-JEFES-INACTIVOS.
           DISPLAY "PROG0041 - JEFES EN OTRO DEPTO : "
                   WS-JEFES-OTRO-DEPTO.
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 4100-LISTA-SIN-DEPTO : IMPRIME LA ENTRADA DE LA TABLA SI SUS   *
      *                        ACTIVOS ESTAN EN UN DEPARTAMENTO QUE NO *
      *                        APARECIO EN EL MAESTRO.                 *
      *----------------------------------------------------------------*
       4100-LISTA-SIN-DEPTO.
           IF WS-TD-LISTADO (WS-IND-DEPTO-TBL) NOT = "S"
               MOVE WS-TD-DEPTO (WS-IND-DEPTO-TBL) TO WS-DSD-DEPTO
               MOVE WS-TD-CANT  (WS-IND-DEPTO-TBL) TO WS-DSD-CANT
               MOVE WS-TD-MASA  (WS-IND-DEPTO-TBL) TO WS-DSD-MASA
               ADD WS-TD-CANT (WS-IND-DEPTO-TBL)
                                      TO WS-ACTIVOS-SIN-DEPTO
               MOVE WS-DETALLE-SIN-DEPTO TO REG-ORGANRPT
               WRITE REG-ORGANRPT
           END-IF.
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-UBICA-DEPTO : BUSCA WS-DEPTO-BUSCADO EN LA TABLA; SI NO   *
      *                    ESTA Y HAY LUGAR, LO AGREGA CON TODO EN     *
      *                    CERO.                                       *
      *----------------------------------------------------------------*
       7000-UBICA-DEPTO.
           MOVE "N" TO WS-SW-DEPTO-ENCONTRADO.
           PERFORM 7100-COMPARA-DEPTO THRU 7100-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS
                  OR WS-DEPTO-ENCONTRADO.
      *    AL CORTAR EL PERFORM VARYING EL INDICE YA QUEDO UNA        *
      *    POSICION DESPUES DE LA ENTRADA HALLADA; SE LO RETROCEDE    *
      *    PARA QUE APUNTE A LA ENTRADA QUE CORRESPONDE.              *
           IF WS-DEPTO-ENCONTRADO
               SUBTRACT 1 FROM WS-IND-DEPTO-TBL
           ELSE
               IF WS-NUM-DEPTOS >= 30
                   SET WS-TABLA-DEPTOS-LLENA TO TRUE
                   DISPLAY "PROG0041 - TABLA DE DEPTOS LLENA, SE "
                           "DESCARTA EL DEPARTAMENTO "
                           WS-DEPTO-BUSCADO
               ELSE
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS TO WS-IND-DEPTO-TBL
                   MOVE WS-DEPTO-BUSCADO
                        TO WS-TD-DEPTO      (WS-IND-DEPTO-TBL)
                   MOVE ZEROS
                        TO WS-TD-CANT       (WS-IND-DEPTO-TBL)
                   MOVE ZEROS
                        TO WS-TD-MASA       (WS-IND-DEPTO-TBL)
                   MOVE "N"
                        TO WS-TD-LISTADO    (WS-IND-DEPTO-TBL)
                   SET WS-DEPTO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-COMPARA-DEPTO.
           IF WS-TD-DEPTO (WS-IND-DEPTO-TBL) = WS-DEPTO-BUSCADO
               MOVE "S" TO WS-SW-DEPTO-ENCONTRADO
           END-IF.
       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8000-LEER-EMPLEADO : LEE EN SECUENCIA LA SIGUIENTE OCURRENCIA  *
      *                      DEL MAESTRO DE EMPLEADOS.                 *
      *----------------------------------------------------------------*
       8000-LEER-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
               AT END
                   SET WS-FIN-EMPLEADOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-EMP
           END-READ.
       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 8100-LEER-DEPARTAMENTO : LEE EL SIGUIENTE DEPARTAMENTO DEL     *
      *                          MAESTRO.                              *
      *----------------------------------------------------------------*
       8100-LEER-DEPARTAMENTO.
           READ DEPARTAMENTOS
               AT END
                   SET WS-FIN-DEPTOS TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-DEP
           END-READ.
       8100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9000-ESCRIBE-TOTAL : ESCRIBE UNA LINEA DE TOTALES DE CONTROL.  *
      *----------------------------------------------------------------*
       9000-ESCRIBE-TOTAL.
           MOVE WS-DETALLE-TOTALES TO REG-ORGANRPT.
           WRITE REG-ORGANRPT.
       9000-EXIT.
           EXIT.
