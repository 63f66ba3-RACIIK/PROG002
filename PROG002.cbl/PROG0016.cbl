      *          EMPLEADO EN AJUSTRPT Y CADA CAMBIO SE GRABA EN        *
      *          LOGCAMB CON LA MISMA MECANICA QUE PROG0012, PARA QUE  *
      *          LA PISTA DE AUDITORIA QUEDE COMPLETA.                 *
      *          MODO SIMULACION: SI EL PARAMETRO OPCIONAL SIMPAR TRAE *
      *          "S", EL MAESTRO SE LEE SIN REGRABAR, NO SE GRABA NADA *
      *          EN LOGCAMB NI EN HISTSAL Y NO SE EXIGE EL PRECEDENTE. *
      *          LAS REGLAS DE PARAMAJ SON EL ESCENARIO 1 Y EL ARCHIVO *
      *          OPCIONAL PARASIM TRAE HASTA TRES ESCENARIOS MAS (2 A  *
      *          4) CON LAS MISMAS REGLAS. SIMRPT PROYECTA POR         *
      *          DEPARTAMENTO Y PUESTO, ESCENARIO POR ESCENARIO, LA    *
      *          MASA ACTUAL, LA PROYECTADA, EL AUMENTO, LOS ACOTADOS  *
      *          A LOS LIMITES DE VALIDEMP Y LOS QUE QUEDAN FUERA DE   *
      *          LA BANDA DEL PUESTO, Y COMPARA LA MASA PROYECTADA DE  *
      *          CADA DEPARTAMENTO CON SU PRE-MASA DEL ANIO, MARCANDO  *
      *          LOS QUE EXCEDEN EL PRESUPUESTO.                       *
      *----------------------------------------------------------------*
      * HISTORIAL DE MODIFICACIONES                                    *
      * FECHA       AUTOR   DESCRIPCION                                *
      *                     OPERADOR PARA UNA EXCEPCION GENUINA. SE    *
      *                     GRABAN ADEMAS LOS REGISTROS DE INICIO Y    *
      *                     FIN DE CORRIDA EN LA BITACORA COMUN.       *
      * 15/10/2026  RAA     LOGCAMB CRECE A 152 POSICIONES E HISTSAL A *
      *                     55 CON EL USUARIO APROBADOR DEL DOBLE      *
      *                     CONTROL DE PROG0038; LOS AJUSTES MASIVOS LO*
      *                     GRABAN EN BLANCO.                          *
      * 15/10/2026  RAA     MODO SIMULACION (SIMPAR) CON ESCENARIOS    *
      *                     ALTERNATIVOS EN PARASIM Y PROYECCION       *
      *                     CONTRA PRESUP EN SIMRPT, SIN TOCAR EL      *
      *                     MAESTRO NI LA PISTA DE AUDITORIA.          *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-FS-BITACORA.
           SELECT OPTIONAL OPEROVRD ASSIGN TO UT-S-OPEROVRD
               FILE STATUS IS WS-FS-OPEROVRD.
           SELECT OPTIONAL SIMPAR ASSIGN TO UT-S-SIMPAR
               FILE STATUS IS WS-FS-SIMPAR.
           SELECT OPTIONAL PARASIM ASSIGN TO UT-S-PARASIM
               FILE STATUS IS WS-FS-PARASIM.
           SELECT PUESTOS   ASSIGN TO UT-S-PUESTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-PUE
               FILE STATUS IS WS-FS-PUESTOS.
           SELECT DEPARTAMENTOS ASSIGN TO UT-S-DEPARTAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-NUMERO-DEP
               FILE STATUS IS WS-FS-DEPARTAMENTOS.
           SELECT OPTIONAL PRESUP ASSIGN TO UT-S-PRESUP
               FILE STATUS IS WS-FS-PRESUP.
           SELECT SIMRPT    ASSIGN TO UT-S-SIMRPT.

       DATA DIVISION.
       FILE SECTION .

       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.

       FD  HISTSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTSAL.
           COPY REGHSAFD.
           05 OVR-PROGRAMA         PIC X(08).
           05 OVR-USUARIO          PIC X(08).

      *    FD SIMPAR : MODO DE LA CORRIDA. "S" = SIMULACION; CUALQUIER *
      *    OTRO VALOR, O SIN ARCHIVO, ES LA CORRIDA REAL. EL ANIO ES   *
      *    EL DE PRESUP CONTRA EL QUE SE COMPARA (EN CERO, EL DE LA    *
      *    CORRIDA).                                                   *
       FD  SIMPAR
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 5 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SIMPAR.
       01  REG-SIMPAR.
           05 SPR-MODO             PIC X(01).
           05 SPR-ANIO             PIC 9(04).

      *    FD PARASIM : REGLAS DE LOS ESCENARIOS ALTERNATIVOS (2 A 4), *
      *    CADA UNA CON EL NUMERO DE ESCENARIO SEGUIDO DE UNA REGLA    *
      *    CON EL MISMO FORMATO QUE PARAMAJ.                           *
       FD  PARASIM
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PARASIM.
       01  REG-PARASIM.
           05 PSI-ESCENARIO        PIC 9(01).
           05 PSI-REGLA            PIC X(23).

       FD  PUESTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PUESTOS.
       01  REG-PUESTOS            PIC X(50).
           COPY REGPUEFD.

       FD  DEPARTAMENTOS
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPARTAMENTOS.
       01  REG-DEPARTAMENTOS      PIC X(63).
           COPY REGDEPFD.

       FD  PRESUP
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRESUP.
           COPY REGPREFD.

       FD  SIMRPT
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SIMRPT.
       01  REG-SIMRPT             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS-EMP        PIC 9(05)    VALUE ZEROS.
              88 WS-FIN-PARAM                   VALUE "S".
           05 WS-SW-REGLA-HALLADA  PIC X(01)    VALUE "N".
              88 WS-REGLA-HALLADA               VALUE "S".
           05 WS-SW-FIN-PARASIM    PIC X(01)    VALUE "N".
              88 WS-FIN-PARASIM                 VALUE "S".
           05 WS-SW-FIN-PRESUP     PIC X(01)    VALUE "N".
              88 WS-FIN-PRESUP                  VALUE "S".
           05 WS-SW-MODO           PIC X(01)    VALUE "R".
              88 WS-MODO-SIMULACION             VALUE "S".
           05 WS-SW-LIMITADO       PIC X(01)    VALUE "N".
              88 WS-SALARIO-LIMITADO            VALUE "S".
           05 WS-SW-HAY-PUESTOS    PIC X(01)    VALUE "N".
              88 WS-HAY-PUESTOS                 VALUE "S".
           05 WS-SW-HAY-DEPTOS     PIC X(01)    VALUE "N".
              88 WS-HAY-DEPTOS                  VALUE "S".
           05 WS-SW-BANDA-HALLADA  PIC X(01)    VALUE "N".
              88 WS-BANDA-HALLADA               VALUE "S".

       01  WS-ARCHIVOS-STATUS.
           05 WS-FS-EMPLEADOS      PIC X(02)    VALUE "00".
              88 WS-FS-EMP-OK                   VALUE "00".
           05 WS-FS-SIMPAR         PIC X(02)    VALUE "00".
              88 WS-FS-SPR-OK                   VALUE "00".
           05 WS-FS-PARASIM        PIC X(02)    VALUE "00".
              88 WS-FS-PSI-OK                   VALUE "00".
           05 WS-FS-PUESTOS        PIC X(02)    VALUE "00".
              88 WS-FS-PUE-OK                   VALUE "00".
           05 WS-FS-DEPARTAMENTOS  PIC X(02)    VALUE "00".
              88 WS-FS-DEP-OK                   VALUE "00".
           05 WS-FS-PRESUP         PIC X(02)    VALUE "00".
              88 WS-FS-PRE-OK                   VALUE "00".

       01  WS-FECHA-HORA-ACTUAL.
           05 WS-FECHA-ACTUAL      PIC 9(08).
      *    SALARIO AJUSTADO NUNCA PUEDE QUEDAR FUERA DE ESTE RANGO.   *
           COPY VALIDEMP.

      *    TABLA EN MEMORIA CON LAS REGLAS DE AJUSTE, POR ESCENARIO:  *
      *    EL 1 SE CARGA DE PARAMAJ (ES EL UNICO DE LA CORRIDA REAL)  *
      *    Y LOS DEMAS DE PARASIM. SE APLICA LA PRIMERA REGLA DEL     *
      *    ESCENARIO QUE CORRESPONDE AL EMPLEADO, EN EL ORDEN DEL     *
      *    ARCHIVO, ASI QUE LAS REGLAS MAS ESPECIFICAS DEBEN VENIR    *
      *    ANTES QUE LAS GENERALES. WS-NUM-REGLAS ES LA CANTIDAD DE   *
      *    REGLAS DEL ESCENARIO QUE SE ESTA APLICANDO.                *
       01  WS-NUM-REGLAS           PIC 9(02)    COMP VALUE ZEROS.
       01  WS-IND-REGLA            PIC 9(02)    COMP VALUE ZEROS.
       01  WS-IND-ESC              PIC 9(01)    COMP VALUE 1.
       01  WS-ESC-CARGA            PIC 9(01)    COMP VALUE 1.
       01  WS-NUM-ESCENARIOS       PIC 9(01)    COMP VALUE 1.
       01  WS-TOTAL-REGLAS         PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-TABLA-REGLAS-LLENA
                                   PIC X(01)    VALUE "N".
           88 WS-TABLA-REGLAS-LLENA             VALUE "S".

       01  WS-TABLA-REGLAS.
           05 WS-ESCENARIO-ENTRADA OCCURS 4 TIMES.
              10 WS-ESC-NUM-REGLAS
                                  PIC 9(02).
              10 WS-REGLA-ENTRADA OCCURS 20 TIMES.
                 15 WS-RGL-DEPTO  PIC 9(03).
                 15 WS-RGL-PUESTO PIC 9(02).
                 15 WS-RGL-TIPO   PIC X(01).
                 15 WS-RGL-VALOR  PIC 9(07)V99.
                 15 WS-RGL-USUARIO
                                  PIC X(08).

      *    REGLA LEIDA, DE PARAMAJ O DE PARASIM, ANTES DE VALIDARLA.  *
       01  WS-REGLA-LEIDA.
           05 WS-RLE-DEPTO         PIC 9(03).
           05 WS-RLE-PUESTO        PIC 9(02).
           05 WS-RLE-TIPO          PIC X(01).
           05 WS-RLE-VALOR         PIC 9(07)V99.
           05 WS-RLE-USUARIO       PIC X(08).

       01  WS-SALARIO-NUEVO        PIC 9(07)V99 VALUE ZEROS.
       01  WS-SALARIO-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
       01  WS-USUARIO-AJUSTE       PIC X(08)    VALUE SPACES.

      *    MODO SIMULACION: ANIO DE PRESUP Y BANDA DEL PUESTO DEL     *
      *    EMPLEADO LEIDO.                                            *
       01  WS-ANIO-PRESUP          PIC 9(04)    VALUE ZEROS.
       01  WS-BANDA-MIN            PIC 9(07)V99 VALUE ZEROS.
       01  WS-BANDA-MAX            PIC 9(07)V99 VALUE ZEROS.
       01  WS-LEIDOS-PRE           PIC 9(05)    VALUE ZEROS.

      *    PROYECCION POR DEPARTAMENTO Y PUESTO (GRUPO), CON LA MASA  *
      *    ACTUAL DE LOS ACTIVOS Y, POR ESCENARIO, LA PROYECTADA, LOS *
      *    ACOTADOS A VALIDEMP Y LOS FUERA DE LA BANDA DEL PUESTO.    *
       01  WS-NUM-GRUPOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-GRUPO            PIC 9(03)    COMP VALUE ZEROS.
       01  WS-SW-GRUPO-ENCONTRADO  PIC X(01)    VALUE "N".
           88 WS-GRUPO-ENCONTRADO               VALUE "S".
       01  WS-TABLA-GRUPOS.
           05 WS-GRUPO-ENTRADA    OCCURS 150 TIMES.
              10 WS-TG-DEPTO      PIC 9(03).
              10 WS-TG-PUESTO     PIC 9(02).
              10 WS-TG-CANT       PIC 9(05).
              10 WS-TG-ACTUAL     PIC 9(11)V99.
              10 WS-TG-ESC        OCCURS 4 TIMES.
                 15 WS-TG-PROYECTADO
                                  PIC 9(11)V99.
                 15 WS-TG-LIMITADOS
                                  PIC 9(05).
                 15 WS-TG-FUERA-BANDA
                                  PIC 9(05).

      *    PROYECCION POR DEPARTAMENTO CONTRA LA PRE-MASA DEL ANIO    *
      *    (MISMA TECNICA DE TABLA EN MEMORIA QUE PROG0029). UN       *
      *    DEPARTAMENTO ENTRA POR TRAER PRESUPUESTO O POR TENER       *
      *    EMPLEADOS ACTIVOS.                                         *
       01  WS-NUM-DEPTOS           PIC 9(03)    COMP VALUE ZEROS.
       01  WS-IND-DEPTO-TBL        PIC 9(03)    COMP VALUE ZEROS.
       01  WS-DEPTO-BUSCADO        PIC 9(03)    VALUE ZEROS.
       01  WS-SW-DEPTO-ENCONTRADO  PIC X(01)    VALUE "N".
           88 WS-DEPTO-ENCONTRADO               VALUE "S".
       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ENTRADA    OCCURS 30 TIMES.
              10 WS-TD-DEPTO      PIC 9(03).
              10 WS-TD-HAY-PRESUP PIC X(01).
              10 WS-TD-MASA-PRESUP
                                  PIC 9(09)V99.
              10 WS-TD-CANT       PIC 9(05).
              10 WS-TD-ACTUAL     PIC 9(11)V99.
              10 WS-TD-PROYECTADO PIC 9(11)V99 OCCURS 4 TIMES.

      *    TOTALES POR ESCENARIO PARA EL CUADRO COMPARATIVO FINAL.    *
       01  WS-TOTAL-ACTUAL         PIC 9(11)V99 VALUE ZEROS.
       01  WS-TOTAL-CANT           PIC 9(05)    VALUE ZEROS.
       01  WS-NO-PROYECTADOS       PIC 9(05)    VALUE ZEROS.
       01  WS-TABLA-ESCENARIOS.
           05 WS-TOT-ESCENARIO    OCCURS 4 TIMES.
              10 WS-TE-PROYECTADO PIC 9(11)V99.
              10 WS-TE-LIMITADOS  PIC 9(05).
              10 WS-TE-FUERA-BANDA
                                  PIC 9(05).
              10 WS-TE-EXCEDIDOS  PIC 9(03).
       01  WS-AUMENTO              PIC S9(11)V99 VALUE ZEROS.
       01  WS-DIFERENCIA           PIC S9(11)V99 VALUE ZEROS.

      *    AREAS DE LA BITACORA DE CORRIDAS: FECHA/HORA DE CADA       *
      *    GRABACION, EL FILE STATUS FINAL DEL MAESTRO Y LA MARCA DE  *
      *    CORRIDA ANORMAL QUE SE PRENDE CUANDO EL MAESTRO NO ABRE.   *
                                  VALUE "EMPLEADOS AJUSTADOS       : ".
           05  WS-TOT-AJUSTADOS   PIC ZZZZ9.

      *    LINEAS DEL REPORTE DE SIMULACION SIMRPT.                   *
       01  WS-TITULO-SIM.
           05  FILLER             PIC X(30)    VALUE SPACES.
           05  FILLER             PIC X(48)
               VALUE "SIMULACION DE AJUSTE MASIVO DE SALARIOS - ANIO ".
           05  WS-TSI-ANIO        PIC 9(04).
           05  FILLER             PIC X(15)
               VALUE " - SIN APLICAR".

       01  WS-LINEA-ESCENARIO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(10)    VALUE "ESCENARIO ".
           05  WS-LES-ESC         PIC 9(01).
           05  FILLER             PIC X(03)    VALUE " : ".
           05  WS-LES-ORIGEN      PIC X(08).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-LES-REGLAS      PIC Z9.
           05  FILLER             PIC X(07)    VALUE " REGLAS".

       01  WS-ENCAB-SIM.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(18)
               VALUE "DEPTO PUESTO EMPL ".
           05  FILLER             PIC X(19)
               VALUE "    MASA ACTUAL ESC".
           05  FILLER             PIC X(16)
               VALUE "      PROYECTADA".
           05  FILLER             PIC X(32)
               VALUE "         AUMENTO   ACOT. F.BANDA".

       01  WS-LINEA-SIM.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-SIM-GRUPO.
               10 WS-SIM-DEPTO    PIC ZZ9.
               10 FILLER          PIC X(04)    VALUE SPACES.
               10 WS-SIM-PUESTO   PIC Z9.
               10 FILLER          PIC X(02)    VALUE SPACES.
               10 WS-SIM-CANT     PIC ZZ,ZZ9.
               10 FILLER          PIC X(02)    VALUE SPACES.
               10 WS-SIM-ACTUAL   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03)    VALUE SPACES.
           05  WS-SIM-ESC         PIC 9(01).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SIM-PROYECTADO  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SIM-AUMENTO     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SIM-LIMITADOS   PIC ZZ,ZZ9.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SIM-FUERA-BANDA PIC ZZ,ZZ9.

       01  WS-LINEA-SIM-DEPTO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(12)    VALUE "TOTAL DEPTO ".
           05  WS-SDE-DEPTO       PIC ZZ9.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-SDE-NOMBRE      PIC X(20).
           05  FILLER             PIC X(05)    VALUE " ESC ".
           05  WS-SDE-ESC         PIC 9(01).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SDE-PROYECTADO  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(08)    VALUE "  PRES. ".
           05  WS-SDE-PRESUP      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SDE-DIFERENCIA  PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-SDE-MARCA       PIC X(18).

       01  WS-LINEA-SIM-RESUMEN.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  FILLER             PIC X(10)    VALUE "ESCENARIO ".
           05  WS-SRE-ESC         PIC 9(01).
           05  FILLER             PIC X(08)    VALUE "  ACTUAL".
           05  WS-SRE-ACTUAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(07)    VALUE "  PROY.".
           05  WS-SRE-PROYECTADO  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(09)    VALUE "  AUMENTO".
           05  WS-SRE-AUMENTO     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(06)    VALUE "  ACOT".
           05  WS-SRE-LIMITADOS   PIC ZZ,ZZ9.
           05  FILLER             PIC X(07)    VALUE "  BANDA".
           05  WS-SRE-FUERA-BANDA PIC ZZ,ZZ9.
           05  FILLER             PIC X(11)    VALUE "  EXCEDIDOS".
           05  WS-SRE-EXCEDIDOS   PIC ZZ9.

       01  WS-LINEA-SIM-TEXTO.
           05  FILLER             PIC X(01)    VALUE SPACES.
           05  WS-STX-TEXTO       PIC X(80).

       PROCEDURE DIVISION.

       0000-PRINCIPAL.
           PERFORM 0050-LEE-MODO THRU 0050-EXIT.
           IF WS-MODO-SIMULACION
               SET WS-PRECEDENTE-OK TO TRUE
           ELSE
               PERFORM 0100-CONTROLA-PRECEDENTE THRU 0100-EXIT
           END-IF.
           IF NOT WS-PRECEDENTE-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           PERFORM 3000-TERMINO THRU 3000-EXIT.
           STOP RUN.

      *----------------------------------------------------------------*
      * 0050-LEE-MODO : LEE EL PARAMETRO OPCIONAL SIMPAR. UNA          *
      *                 SIMULACION NO TOCA EL MAESTRO, ASI QUE NO      *
      *                 NECESITA EL PRECEDENTE DEL RESGUARDO.          *
      *----------------------------------------------------------------*
       0050-LEE-MODO.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           COMPUTE WS-ANIO-PRESUP = WS-FECHA-ACTUAL / 10000.
           OPEN INPUT SIMPAR.
           IF WS-FS-SPR-OK
               READ SIMPAR
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SPR-MODO = "S"
                           SET WS-MODO-SIMULACION TO TRUE
                           IF SPR-ANIO NUMERIC
                               AND SPR-ANIO NOT = ZERO
                               MOVE SPR-ANIO TO WS-ANIO-PRESUP
                           END-IF
                       END-IF
               END-READ
           END-IF.
           CLOSE SIMPAR.
           IF WS-MODO-SIMULACION
               DISPLAY "PROG0016 - MODO SIMULACION: NO SE ACTUALIZA "
                       "EL MAESTRO, PRESUPUESTO DEL ANIO "
                       WS-ANIO-PRESUP
           END-IF.
       0050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 0100-CONTROLA-PRECEDENTE : VERIFICA EN LA BITACORA QUE EL      *
      *                            PRECEDENTE HAYA TERMINADO NORMAL    *

      *----------------------------------------------------------------*
      * 1000-INICIO : ABRE ARCHIVOS, CARGA LA TABLA DE REGLAS DESDE    *
      *               PARAMAJ (Y EN SIMULACION LOS ESCENARIOS DE       *
      *               PARASIM Y EL PRESUPUESTO) Y LEE EL PRIMER        *
      *               EMPLEADO DEL MAESTRO.                            *
      *----------------------------------------------------------------*
       1000-INICIO.
           OPEN EXTEND BITACORA.
           MOVE SPACE TO BIT-TERMINACION.
           PERFORM 9500-GRABA-BITACORA THRU 9500-EXIT.

           MOVE ZEROS TO WS-TABLA-REGLAS WS-TABLA-ESCENARIOS.
           IF WS-MODO-SIMULACION
               OPEN INPUT EMPLEADOS
           ELSE
               OPEN I-O   EMPLEADOS
           END-IF.
           IF NOT WS-FS-EMP-OK
               DISPLAY "PROG0016 - ERROR ABRIENDO EMPLEADOS, STATUS "
                       WS-FS-EMPLEADOS
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.
           OPEN INPUT  PARAMAJ.
           IF WS-MODO-SIMULACION
               PERFORM 1300-ABRE-SIMULACION THRU 1300-EXIT
           ELSE
               OPEN OUTPUT AJUSTRPT
               OPEN OUTPUT LOGCAMB
               OPEN EXTEND HISTSAL
           END-IF.
           ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACTUAL  FROM TIME.

           MOVE 1 TO WS-ESC-CARGA.
           PERFORM 1100-CARGA-REGLA THRU 1100-EXIT
               UNTIL WS-FIN-PARAM.
           CLOSE PARAMAJ.
           IF WS-MODO-SIMULACION
               PERFORM 1400-CARGA-ESCENARIO THRU 1400-EXIT
                   UNTIL WS-FIN-PARASIM
               CLOSE PARASIM
               PERFORM 1500-CARGA-PRESUP THRU 1500-EXIT
                   UNTIL WS-FIN-PRESUP
               CLOSE PRESUP
               PERFORM 1600-IMPRIME-ESCENARIO THRU 1600-EXIT
                   VARYING WS-IND-ESC FROM 1 BY 1
                   UNTIL WS-IND-ESC > WS-NUM-ESCENARIOS
               MOVE WS-ENCAB-SIM TO REG-SIMRPT
               WRITE REG-SIMRPT
               MOVE 1 TO WS-IND-ESC
           END-IF.
           MOVE WS-ESC-NUM-REGLAS (1) TO WS-NUM-REGLAS.
           IF WS-TOTAL-REGLAS = ZERO
               DISPLAY "PROG0016 - PARAMAJ SIN REGLAS, NO HAY NADA "
                       "QUE AJUSTAR"
               SET WS-FIN-ARCHIVO TO TRUE
           END-IF.

           IF NOT WS-MODO-SIMULACION
               MOVE WS-TITULO-AJUSTE TO REG-AJUSTRPT
               WRITE REG-AJUSTRPT
           END-IF.

           IF NOT WS-FIN-ARCHIVO
               PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT

      *----------------------------------------------------------------*
      * 1100-CARGA-REGLA : LEE LA SIGUIENTE REGLA DE PARAMAJ Y LA      *
      *                    PASA A GUARDAR EN LA TABLA (ESCENARIO 1).   *
      *----------------------------------------------------------------*
       1100-CARGA-REGLA.
           READ PARAMAJ
               AT END
                   SET WS-FIN-PARAM TO TRUE
               NOT AT END
                   MOVE REG-PARAMAJ TO WS-REGLA-LEIDA
                   PERFORM 1150-GUARDA-REGLA THRU 1150-EXIT
           END-READ.
       1100-EXIT.
      *----------------------------------------------------------------*
      * 1150-GUARDA-REGLA : VALIDA LA REGLA LEIDA (DEPTO, PUESTO Y     *
      *                     VALOR NUMERICOS, TIPO P O M) Y LA GUARDA   *
      *                     EN LA TABLA, EN EL ESCENARIO WS-ESC-CARGA. *
      *                     UNA REGLA MAL CARGADA O CON                *
      *                     LA TABLA LLENA SE DESCARTA CON AVISO POR   *
      *                     CONSOLA, SIN CORTAR LA CORRIDA.            *
      *----------------------------------------------------------------*
       1150-GUARDA-REGLA.
           IF WS-RLE-DEPTO NOT NUMERIC
               OR WS-RLE-PUESTO NOT NUMERIC
               OR WS-RLE-VALOR NOT NUMERIC
               OR (WS-RLE-TIPO NOT = "P" AND WS-RLE-TIPO NOT = "M")
               ADD 1 TO WS-REGLAS-MALAS
               DISPLAY "PROG0016 - REGLA INVALIDA DESCARTADA: "
                       WS-REGLA-LEIDA
           ELSE
               IF WS-ESC-NUM-REGLAS (WS-ESC-CARGA) >= 20
                   SET WS-TABLA-REGLAS-LLENA TO TRUE
                   DISPLAY "PROG0016 - TABLA DE REGLAS LLENA, SE "
                           "DESCARTA LA REGLA DEPTO " WS-RLE-DEPTO
                           " PUESTO " WS-RLE-PUESTO
               ELSE
                   ADD 1 TO WS-ESC-NUM-REGLAS (WS-ESC-CARGA)
                   ADD 1 TO WS-TOTAL-REGLAS
                   MOVE WS-ESC-NUM-REGLAS (WS-ESC-CARGA)
                        TO WS-IND-REGLA
                   MOVE WS-RLE-DEPTO   TO WS-RGL-DEPTO
                                          (WS-ESC-CARGA, WS-IND-REGLA)
                   MOVE WS-RLE-PUESTO  TO WS-RGL-PUESTO
                                          (WS-ESC-CARGA, WS-IND-REGLA)
                   MOVE WS-RLE-TIPO    TO WS-RGL-TIPO
                                          (WS-ESC-CARGA, WS-IND-REGLA)
                   MOVE WS-RLE-VALOR   TO WS-RGL-VALOR
                                          (WS-ESC-CARGA, WS-IND-REGLA)
                   MOVE WS-RLE-USUARIO TO WS-RGL-USUARIO
                                          (WS-ESC-CARGA, WS-IND-REGLA)
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1300-ABRE-SIMULACION : ABRE LOS ARCHIVOS PROPIOS DE LA         *
      *                        SIMULACION. SIN PUESTOS NO SE CONTROLA  *
      *                        LA BANDA; SIN DEPARTAMENTOS EL REPORTE  *
      *                        SALE SIN NOMBRE; SIN PRESUP TODOS LOS   *
      *                        DEPARTAMENTOS SALEN SIN PRESUPUESTO.    *
      *----------------------------------------------------------------*
       1300-ABRE-SIMULACION.
           OPEN INPUT PARASIM.
           IF NOT WS-FS-PSI-OK
               SET WS-FIN-PARASIM TO TRUE
           END-IF.
           OPEN INPUT PRESUP.
           IF NOT WS-FS-PRE-OK
               SET WS-FIN-PRESUP TO TRUE
               DISPLAY "PROG0016 - SIN PRESUP, LA PROYECCION SALE "
                       "SIN COMPARAR CONTRA PRESUPUESTO"
           END-IF.
           OPEN INPUT PUESTOS.
           IF WS-FS-PUE-OK
               SET WS-HAY-PUESTOS TO TRUE
           ELSE
               DISPLAY "PROG0016 - NO SE PUDO ABRIR PUESTOS, STATUS "
                       WS-FS-PUESTOS ", NO SE CONTROLA LA BANDA"
           END-IF.
           OPEN INPUT DEPARTAMENTOS.
           IF WS-FS-DEP-OK
               SET WS-HAY-DEPTOS TO TRUE
           ELSE
               DISPLAY "PROG0016 - NO SE PUDO ABRIR DEPARTAMENTOS, "
                       "STATUS " WS-FS-DEPARTAMENTOS
                       ", EL REPORTE SALE SIN NOMBRE"
           END-IF.
           OPEN OUTPUT SIMRPT.
           MOVE WS-ANIO-PRESUP TO WS-TSI-ANIO.
           MOVE WS-TITULO-SIM  TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1400-CARGA-ESCENARIO : LEE UNA REGLA DE PARASIM Y LA GUARDA EN *
      *                        SU ESCENARIO (2 A 4); UN NUMERO DE      *
      *                        ESCENARIO FUERA DE RANGO DESCARTA LA    *
      *                        REGLA CON AVISO.                        *
      *----------------------------------------------------------------*
       1400-CARGA-ESCENARIO.
           READ PARASIM
               AT END
                   SET WS-FIN-PARASIM TO TRUE
               NOT AT END
                   IF PSI-ESCENARIO NUMERIC
                       AND PSI-ESCENARIO NOT < 2
                       AND PSI-ESCENARIO NOT > 4
                       MOVE PSI-ESCENARIO TO WS-ESC-CARGA
                       MOVE PSI-REGLA     TO WS-REGLA-LEIDA
                       PERFORM 1150-GUARDA-REGLA THRU 1150-EXIT
                       IF WS-ESC-CARGA > WS-NUM-ESCENARIOS
                           MOVE WS-ESC-CARGA TO WS-NUM-ESCENARIOS
                       END-IF
                   ELSE
                       ADD 1 TO WS-REGLAS-MALAS
                       DISPLAY "PROG0016 - ESCENARIO INVALIDO EN "
                               "PARASIM, SE DESCARTA: " REG-PARASIM
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 1500-CARGA-PRESUP : CARGA EN LA TABLA DE DEPARTAMENTOS LA      *
      *                     PRE-MASA DEL ANIO DE LA SIMULACION.        *
      *----------------------------------------------------------------*
       1500-CARGA-PRESUP.
           READ PRESUP
               AT END
                   SET WS-FIN-PRESUP TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEIDOS-PRE
                   IF PRE-ANIO = WS-ANIO-PRESUP
                       MOVE PRE-DEPTO TO WS-DEPTO-BUSCADO
                       PERFORM 7000-UBICA-DEPTO THRU 7000-EXIT
                       IF WS-DEPTO-ENCONTRADO
                           MOVE "S" TO WS-TD-HAY-PRESUP
                                       (WS-IND-DEPTO-TBL)
                           ADD PRE-MASA TO WS-TD-MASA-PRESUP
                                           (WS-IND-DEPTO-TBL)
                       END-IF
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       1600-IMPRIME-ESCENARIO.
           MOVE WS-IND-ESC TO WS-LES-ESC.
           IF WS-IND-ESC = 1
               MOVE "PARAMAJ" TO WS-LES-ORIGEN
           ELSE
               MOVE "PARASIM" TO WS-LES-ORIGEN
           END-IF.
           MOVE WS-ESC-NUM-REGLAS (WS-IND-ESC) TO WS-LES-REGLAS.
           MOVE WS-LINEA-ESCENARIO TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2000-PROCESO : PARA CADA EMPLEADO ACTIVO BUSCA LA REGLA QUE    *
      *                LE CORRESPONDE Y, SI HAY, APLICA EL AJUSTE.     *
      *----------------------------------------------------------------*
       2000-PROCESO.
           IF REG-STATUS-EMP = 1
               IF WS-MODO-SIMULACION
                   PERFORM 2500-SIMULA-EMPLEADO THRU 2500-EXIT
               ELSE
                   PERFORM 2100-BUSCA-REGLA THRU 2100-EXIT
                   IF WS-REGLA-HALLADA
                       PERFORM 2200-APLICA-AJUSTE THRU 2200-EXIT
                   ELSE
                       ADD 1 TO WS-SIN-REGLA
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-LEER-EMPLEADO THRU 8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2100-BUSCA-REGLA : BUSCA LA PRIMERA REGLA DEL ESCENARIO        *
      *                    WS-IND-ESC QUE CORRESPONDE AL EMPLEADO      *
      *                    ACTUAL (DEPTO Y PUESTO EN CERO ACTUAN COMO  *
      *                    COMODIN).                                   *
      *----------------------------------------------------------------*
       2100-BUSCA-REGLA.
           MOVE "N" TO WS-SW-REGLA-HALLADA.
           EXIT.

       2110-COMPARA-REGLA.
           IF (WS-RGL-DEPTO (WS-IND-ESC, WS-IND-REGLA) = ZERO
               OR WS-RGL-DEPTO (WS-IND-ESC, WS-IND-REGLA)
                  = REG-DEPTO-EMP)
               AND (WS-RGL-PUESTO (WS-IND-ESC, WS-IND-REGLA) = ZERO
               OR WS-RGL-PUESTO (WS-IND-ESC, WS-IND-REGLA)
                  = REG-PUESTO-EMP)
               MOVE "S" TO WS-SW-REGLA-HALLADA
           END-IF.
       2110-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2150-CALCULA-SALARIO : CALCULA EL SALARIO NUEVO SEGUN LA REGLA *
      *                        HALLADA Y LO ACOTA A LOS LIMITES DE     *
      *                        VALIDEMP. LO USAN LA CORRIDA REAL Y LA  *
      *                        SIMULACION, PARA QUE LA PROYECCION      *
      *                        CALCULE EXACTAMENTE LO MISMO.           *
      *----------------------------------------------------------------*
       2150-CALCULA-SALARIO.
           MOVE SPACES TO WS-AJU-MARCA.
           MOVE "N"    TO WS-SW-LIMITADO.
           EVALUATE WS-RGL-TIPO (WS-IND-ESC, WS-IND-REGLA)
               WHEN "P"
                   COMPUTE WS-SALARIO-NUEVO ROUNDED =
                       REG-SALARIO-EMP *
                       (1 + WS-RGL-VALOR (WS-IND-ESC, WS-IND-REGLA)
                        / 100)
                       ON SIZE ERROR
                           MOVE WS-SALARIO-MAXIMO TO WS-SALARIO-NUEVO
                           MOVE "LIMITADO"        TO WS-AJU-MARCA
                           ADD 1                  TO WS-LIMITADOS
                           SET WS-SALARIO-LIMITADO TO TRUE
                   END-COMPUTE
               WHEN "M"
                   COMPUTE WS-SALARIO-NUEVO =
                       REG-SALARIO-EMP
                       + WS-RGL-VALOR (WS-IND-ESC, WS-IND-REGLA)
                       ON SIZE ERROR
                           MOVE WS-SALARIO-MAXIMO TO WS-SALARIO-NUEVO
                           MOVE "LIMITADO"        TO WS-AJU-MARCA
                           ADD 1                  TO WS-LIMITADOS
                           SET WS-SALARIO-LIMITADO TO TRUE
                   END-COMPUTE
               WHEN OTHER
                   DISPLAY "PROG0016 - TIPO DE REGLA INVALIDO: "
                           WS-RGL-TIPO (WS-IND-ESC, WS-IND-REGLA)
                           ", NO SE AJUSTA EL EMPLEADO "
                           REG-NUMERO-EMP
                   MOVE REG-SALARIO-EMP TO WS-SALARIO-NUEVO
               MOVE WS-SALARIO-MAXIMO TO WS-SALARIO-NUEVO
               MOVE "LIMITADO"        TO WS-AJU-MARCA
               ADD 1                  TO WS-LIMITADOS
               SET WS-SALARIO-LIMITADO TO TRUE
           END-IF.
           IF WS-SALARIO-NUEVO < WS-SALARIO-MINIMO
               MOVE WS-SALARIO-MINIMO TO WS-SALARIO-NUEVO
               MOVE "LIMITADO"        TO WS-AJU-MARCA
               ADD 1                  TO WS-LIMITADOS
               SET WS-SALARIO-LIMITADO TO TRUE
           END-IF.
       2150-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2200-APLICA-AJUSTE : CALCULA EL SALARIO NUEVO SEGUN LA REGLA   *
      *                      HALLADA, REGRABA EL MAESTRO, ESCRIBE LA   *
      *                      LINEA ANTES/DESPUES EN AJUSTRPT Y DEJA    *
      *                      CONSTANCIA EN LOGCAMB.                    *
      *----------------------------------------------------------------*
       2200-APLICA-AJUSTE.
           PERFORM 2150-CALCULA-SALARIO THRU 2150-EXIT.

           IF WS-SALARIO-NUEVO NOT = REG-SALARIO-EMP
               MOVE REG-EMPLEADOS     TO WS-IMAGEN-ANTES
               REWRITE REG-EMPLEADOS
               ADD 1                  TO WS-AJUSTADOS
               MOVE REG-EMPLEADOS     TO WS-IMAGEN-DESPUES
               MOVE WS-RGL-USUARIO (WS-IND-ESC, WS-IND-REGLA)
                                      TO WS-USUARIO-AJUSTE
               MOVE WS-DETALLE-AJUSTE TO REG-AJUSTRPT
               WRITE REG-AJUSTRPT
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2500-SIMULA-EMPLEADO : SUMA EL EMPLEADO ACTIVO A SU            *
      *                        DEPARTAMENTO Y A SU GRUPO DEPARTAMENTO/ *
      *                        PUESTO Y LE APLICA CADA ESCENARIO SIN   *
      *                        TOCAR EL MAESTRO.                       *
      *----------------------------------------------------------------*
       2500-SIMULA-EMPLEADO.
           MOVE REG-DEPTO-EMP TO WS-DEPTO-BUSCADO.
           PERFORM 7000-UBICA-DEPTO THRU 7000-EXIT.
           PERFORM 7200-UBICA-GRUPO THRU 7200-EXIT.
           IF WS-DEPTO-ENCONTRADO
               AND WS-GRUPO-ENCONTRADO
               ADD 1               TO WS-TOTAL-CANT
               ADD REG-SALARIO-EMP TO WS-TOTAL-ACTUAL
               ADD 1               TO WS-TD-CANT   (WS-IND-DEPTO-TBL)
               ADD REG-SALARIO-EMP TO WS-TD-ACTUAL (WS-IND-DEPTO-TBL)
               ADD 1               TO WS-TG-CANT   (WS-IND-GRUPO)
               ADD REG-SALARIO-EMP TO WS-TG-ACTUAL (WS-IND-GRUPO)
               PERFORM 2550-BUSCA-BANDA THRU 2550-EXIT
               PERFORM 2600-SIMULA-ESCENARIO THRU 2600-EXIT
                   VARYING WS-IND-ESC FROM 1 BY 1
                   UNTIL WS-IND-ESC > WS-NUM-ESCENARIOS
           ELSE
               ADD 1 TO WS-NO-PROYECTADOS
           END-IF.
       2500-EXIT.
           EXIT.

       2550-BUSCA-BANDA.
           MOVE "N" TO WS-SW-BANDA-HALLADA.
           IF WS-HAY-PUESTOS
               MOVE REG-PUESTO-EMP TO REG-NUMERO-PUE
               READ PUESTOS
                   KEY IS REG-NUMERO-PUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-BANDA-HALLADA TO TRUE
                       MOVE REG-SAL-MIN-PUE TO WS-BANDA-MIN
                       MOVE REG-SAL-MAX-PUE TO WS-BANDA-MAX
               END-READ
           END-IF.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 2600-SIMULA-ESCENARIO : CALCULA EL SALARIO PROYECTADO DEL      *
      *                         EMPLEADO EN EL ESCENARIO WS-IND-ESC    *
      *                         (SIN REGLA QUEDA EL ACTUAL) Y LO SUMA. *
      *                         FUERA DE BANDA ES EL PROYECTADO QUE    *
      *                         QUEDA FUERA DE LA BANDA DEL PUESTO.    *
      *----------------------------------------------------------------*
       2600-SIMULA-ESCENARIO.
           MOVE WS-ESC-NUM-REGLAS (WS-IND-ESC) TO WS-NUM-REGLAS.
           PERFORM 2100-BUSCA-REGLA THRU 2100-EXIT.
           IF WS-REGLA-HALLADA
               PERFORM 2150-CALCULA-SALARIO THRU 2150-EXIT
           ELSE
               MOVE REG-SALARIO-EMP TO WS-SALARIO-NUEVO
               MOVE "N"             TO WS-SW-LIMITADO
           END-IF.
           ADD WS-SALARIO-NUEVO
                 TO WS-TG-PROYECTADO (WS-IND-GRUPO, WS-IND-ESC).
           ADD WS-SALARIO-NUEVO
                 TO WS-TD-PROYECTADO (WS-IND-DEPTO-TBL, WS-IND-ESC).
           ADD WS-SALARIO-NUEVO TO WS-TE-PROYECTADO (WS-IND-ESC).
           IF WS-SALARIO-LIMITADO
               ADD 1 TO WS-TG-LIMITADOS (WS-IND-GRUPO, WS-IND-ESC)
               ADD 1 TO WS-TE-LIMITADOS (WS-IND-ESC)
           END-IF.
           IF WS-BANDA-HALLADA
               IF WS-SALARIO-NUEVO < WS-BANDA-MIN
                   OR WS-SALARIO-NUEVO > WS-BANDA-MAX
                   ADD 1 TO WS-TG-FUERA-BANDA (WS-IND-GRUPO, WS-IND-ESC)
                   ADD 1 TO WS-TE-FUERA-BANDA (WS-IND-ESC)
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3000-TERMINO : IMPRIME CONTADORES DE CONTROL Y CIERRA ARCHIVOS.*
      *----------------------------------------------------------------*
       3000-TERMINO.
           IF WS-MODO-SIMULACION
               PERFORM 3500-IMPRIME-SIMULACION THRU 3500-EXIT
               CLOSE EMPLEADOS
               CLOSE SIMRPT
               IF WS-HAY-PUESTOS
                   CLOSE PUESTOS
               END-IF
               IF WS-HAY-DEPTOS
                   CLOSE DEPARTAMENTOS
               END-IF
               DISPLAY "PROG0016 - SIMULACION, ESCENARIOS: "
                       WS-NUM-ESCENARIOS
               DISPLAY "PROG0016 - SIN PROYECTAR (TABLA) : "
                       WS-NO-PROYECTADOS
           ELSE
               MOVE WS-AJUSTADOS       TO WS-TOT-AJUSTADOS
               MOVE WS-DETALLE-TOTAL   TO REG-AJUSTRPT
               WRITE REG-AJUSTRPT
               CLOSE EMPLEADOS
               CLOSE AJUSTRPT
               CLOSE LOGCAMB
               CLOSE HISTSAL
           END-IF.
           DISPLAY "PROG0016 - EMPLEADOS LEIDOS   : " WS-LEIDOS-EMP.
           DISPLAY "PROG0016 - AJUSTADOS          : " WS-AJUSTADOS.
           DISPLAY "PROG0016 - SIN REGLA          : " WS-SIN-REGLA.
           DISPLAY "PROG0016 - REGLAS DESCARTADAS : " WS-REGLAS-MALAS.

      *    EN LA BITACORA, LOS ESCRITOS DE ESTE PROGRAMA SON LOS      *
      *    EMPLEADOS EFECTIVAMENTE AJUSTADOS EN EL MAESTRO (CERO EN   *
      *    UNA SIMULACION).                                           *
           MOVE "F"              TO BIT-TIPO-REG.
           MOVE WS-LEIDOS-EMP    TO BIT-LEIDOS.
           MOVE WS-AJUSTADOS     TO BIT-ESCRITOS.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3500-IMPRIME-SIMULACION : IMPRIME LA PROYECCION POR            *
      *                           DEPARTAMENTO Y PUESTO, EL TOTAL DE   *
      *                           CADA DEPARTAMENTO CONTRA SU          *
      *                           PRESUPUESTO Y EL CUADRO COMPARATIVO  *
      *                           DE ESCENARIOS.                       *
      *----------------------------------------------------------------*
       3500-IMPRIME-SIMULACION.
           PERFORM 3600-IMPRIME-DEPTO THRU 3600-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS.
           MOVE "CUADRO COMPARATIVO DE ESCENARIOS" TO WS-STX-TEXTO.
           MOVE WS-LINEA-SIM-TEXTO TO REG-SIMRPT.
           WRITE REG-SIMRPT.
           PERFORM 3800-IMPRIME-RESUMEN THRU 3800-EXIT
               VARYING WS-IND-ESC FROM 1 BY 1
               UNTIL WS-IND-ESC > WS-NUM-ESCENARIOS.
           IF WS-NO-PROYECTADOS NOT = ZERO
               MOVE SPACES TO WS-STX-TEXTO
               STRING "*** EMPLEADOS SIN PROYECTAR POR TABLA LLENA: "
                      WS-NO-PROYECTADOS " ***"
                      DELIMITED BY SIZE INTO WS-STX-TEXTO
               MOVE WS-LINEA-SIM-TEXTO TO REG-SIMRPT
               WRITE REG-SIMRPT
           END-IF.
       3500-EXIT.
           EXIT.

       3600-IMPRIME-DEPTO.
           PERFORM 3650-IMPRIME-GRUPO THRU 3650-EXIT
               VARYING WS-IND-GRUPO FROM 1 BY 1
               UNTIL WS-IND-GRUPO > WS-NUM-GRUPOS.
           MOVE SPACES TO WS-SDE-NOMBRE.
           IF WS-HAY-DEPTOS
               MOVE WS-TD-DEPTO (WS-IND-DEPTO-TBL) TO REG-NUMERO-DEP
               READ DEPARTAMENTOS
                   KEY IS REG-NUMERO-DEP
                   INVALID KEY
                       MOVE "(NO REGISTRADO)" TO WS-SDE-NOMBRE
                   NOT INVALID KEY
                       MOVE REG-NOMBRE-DEP    TO WS-SDE-NOMBRE
               END-READ
           END-IF.
           PERFORM 3700-IMPRIME-TOTAL-DEPTO THRU 3700-EXIT
               VARYING WS-IND-ESC FROM 1 BY 1
               UNTIL WS-IND-ESC > WS-NUM-ESCENARIOS.
           MOVE SPACES TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       3600-EXIT.
           EXIT.

       3650-IMPRIME-GRUPO.
           IF WS-TG-DEPTO (WS-IND-GRUPO)
              = WS-TD-DEPTO (WS-IND-DEPTO-TBL)
               PERFORM 3660-IMPRIME-LINEA-GRUPO THRU 3660-EXIT
                   VARYING WS-IND-ESC FROM 1 BY 1
                   UNTIL WS-IND-ESC > WS-NUM-ESCENARIOS
           END-IF.
       3650-EXIT.
           EXIT.

      *    LA PRIMERA LINEA DEL GRUPO LLEVA EL DEPARTAMENTO, EL       *
      *    PUESTO Y LA MASA ACTUAL; LAS DE LOS DEMAS ESCENARIOS VAN   *
      *    DEBAJO, PARA LEERLOS UNO AL LADO DEL OTRO.                 *
       3660-IMPRIME-LINEA-GRUPO.
           IF WS-IND-ESC = 1
               MOVE WS-TG-DEPTO  (WS-IND-GRUPO) TO WS-SIM-DEPTO
               MOVE WS-TG-PUESTO (WS-IND-GRUPO) TO WS-SIM-PUESTO
               MOVE WS-TG-CANT   (WS-IND-GRUPO) TO WS-SIM-CANT
               MOVE WS-TG-ACTUAL (WS-IND-GRUPO) TO WS-SIM-ACTUAL
           ELSE
               MOVE SPACES TO WS-SIM-GRUPO
           END-IF.
           MOVE WS-IND-ESC TO WS-SIM-ESC.
           MOVE WS-TG-PROYECTADO (WS-IND-GRUPO, WS-IND-ESC)
                TO WS-SIM-PROYECTADO.
           COMPUTE WS-AUMENTO =
               WS-TG-PROYECTADO (WS-IND-GRUPO, WS-IND-ESC)
               - WS-TG-ACTUAL (WS-IND-GRUPO).
           MOVE WS-AUMENTO TO WS-SIM-AUMENTO.
           MOVE WS-TG-LIMITADOS (WS-IND-GRUPO, WS-IND-ESC)
                TO WS-SIM-LIMITADOS.
           MOVE WS-TG-FUERA-BANDA (WS-IND-GRUPO, WS-IND-ESC)
                TO WS-SIM-FUERA-BANDA.
           MOVE WS-LINEA-SIM TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       3660-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 3700-IMPRIME-TOTAL-DEPTO : MASA PROYECTADA DEL DEPARTAMENTO EN *
      *                            EL ESCENARIO CONTRA SU PRE-MASA,    *
      *                            CON LA MARCA DE EXCEDIDO.           *
      *----------------------------------------------------------------*
       3700-IMPRIME-TOTAL-DEPTO.
           MOVE WS-TD-DEPTO (WS-IND-DEPTO-TBL) TO WS-SDE-DEPTO.
           MOVE WS-IND-ESC                     TO WS-SDE-ESC.
           MOVE WS-TD-PROYECTADO (WS-IND-DEPTO-TBL, WS-IND-ESC)
                TO WS-SDE-PROYECTADO.
           MOVE WS-TD-MASA-PRESUP (WS-IND-DEPTO-TBL) TO WS-SDE-PRESUP.
           COMPUTE WS-DIFERENCIA =
               WS-TD-PROYECTADO (WS-IND-DEPTO-TBL, WS-IND-ESC)
               - WS-TD-MASA-PRESUP (WS-IND-DEPTO-TBL).
           MOVE WS-DIFERENCIA TO WS-SDE-DIFERENCIA.
           IF WS-TD-HAY-PRESUP (WS-IND-DEPTO-TBL) NOT = "S"
               MOVE "SIN PRESUPUESTO"    TO WS-SDE-MARCA
           ELSE
               IF WS-DIFERENCIA > ZERO
                   MOVE "EXCEDE PRESUPUESTO" TO WS-SDE-MARCA
                   ADD 1 TO WS-TE-EXCEDIDOS (WS-IND-ESC)
               ELSE
                   MOVE SPACES           TO WS-SDE-MARCA
               END-IF
           END-IF.
           MOVE WS-LINEA-SIM-DEPTO TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       3700-EXIT.
           EXIT.

       3800-IMPRIME-RESUMEN.
           MOVE WS-IND-ESC                    TO WS-SRE-ESC.
           MOVE WS-TOTAL-ACTUAL               TO WS-SRE-ACTUAL.
           MOVE WS-TE-PROYECTADO (WS-IND-ESC) TO WS-SRE-PROYECTADO.
           COMPUTE WS-AUMENTO = WS-TE-PROYECTADO (WS-IND-ESC)
                              - WS-TOTAL-ACTUAL.
           MOVE WS-AUMENTO                    TO WS-SRE-AUMENTO.
           MOVE WS-TE-LIMITADOS (WS-IND-ESC)  TO WS-SRE-LIMITADOS.
           MOVE WS-TE-FUERA-BANDA (WS-IND-ESC)
                                              TO WS-SRE-FUERA-BANDA.
           MOVE WS-TE-EXCEDIDOS (WS-IND-ESC)  TO WS-SRE-EXCEDIDOS.
           MOVE WS-LINEA-SIM-RESUMEN TO REG-SIMRPT.
           WRITE REG-SIMRPT.
       3800-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 7000-UBICA-DEPTO : BUSCA WS-DEPTO-BUSCADO EN LA TABLA DE       *
      *                    DEPARTAMENTOS; SI NO ESTA Y HAY LUGAR, LO   *
      *                    AGREGA EN CERO Y SIN PRESUPUESTO.           *
      *----------------------------------------------------------------*
       7000-UBICA-DEPTO.
           MOVE "N" TO WS-SW-DEPTO-ENCONTRADO.
           PERFORM 7100-COMPARA-DEPTO THRU 7100-EXIT
               VARYING WS-IND-DEPTO-TBL FROM 1 BY 1
               UNTIL WS-IND-DEPTO-TBL > WS-NUM-DEPTOS
                  OR WS-DEPTO-ENCONTRADO.
           IF WS-DEPTO-ENCONTRADO
               SUBTRACT 1 FROM WS-IND-DEPTO-TBL
           ELSE
               IF WS-NUM-DEPTOS >= 30
                   DISPLAY "PROG0016 - TABLA DE DEPTOS LLENA, NO SE "
                           "PROYECTA EL DEPARTAMENTO " WS-DEPTO-BUSCADO
               ELSE
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-NUM-DEPTOS TO WS-IND-DEPTO-TBL
                   MOVE ZEROS
                        TO WS-DEPTO-ENTRADA (WS-IND-DEPTO-TBL)
                   MOVE WS-DEPTO-BUSCADO
                        TO WS-TD-DEPTO      (WS-IND-DEPTO-TBL)
                   MOVE "N"
                        TO WS-TD-HAY-PRESUP (WS-IND-DEPTO-TBL)
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
      * 7200-UBICA-GRUPO : BUSCA EL DEPARTAMENTO Y PUESTO DEL EMPLEADO *
      *                    EN LA TABLA DE GRUPOS; SI NO ESTA Y HAY     *
      *                    LUGAR, LO AGREGA EN CERO.                   *
      *----------------------------------------------------------------*
       7200-UBICA-GRUPO.
           MOVE "N" TO WS-SW-GRUPO-ENCONTRADO.
           PERFORM 7300-COMPARA-GRUPO THRU 7300-EXIT
               VARYING WS-IND-GRUPO FROM 1 BY 1
               UNTIL WS-IND-GRUPO > WS-NUM-GRUPOS
                  OR WS-GRUPO-ENCONTRADO.
           IF WS-GRUPO-ENCONTRADO
               SUBTRACT 1 FROM WS-IND-GRUPO
           ELSE
               IF WS-NUM-GRUPOS >= 150
                   DISPLAY "PROG0016 - TABLA DE GRUPOS LLENA, NO SE "
                           "PROYECTA EL EMPLEADO " REG-NUMERO-EMP
               ELSE
                   ADD 1 TO WS-NUM-GRUPOS
                   MOVE WS-NUM-GRUPOS  TO WS-IND-GRUPO
                   MOVE ZEROS
                        TO WS-GRUPO-ENTRADA (WS-IND-GRUPO)
                   MOVE REG-DEPTO-EMP  TO WS-TG-DEPTO  (WS-IND-GRUPO)
                   MOVE REG-PUESTO-EMP TO WS-TG-PUESTO (WS-IND-GRUPO)
                   SET WS-GRUPO-ENCONTRADO TO TRUE
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

       7300-COMPARA-GRUPO.
           IF WS-TG-DEPTO  (WS-IND-GRUPO) = REG-DEPTO-EMP
               AND WS-TG-PUESTO (WS-IND-GRUPO) = REG-PUESTO-EMP
               MOVE "S" TO WS-SW-GRUPO-ENCONTRADO
           END-IF.
       7300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * 9500-GRABA-BITACORA : GRABA EN LA BITACORA COMUN EL REGISTRO   *
      *                       DE INICIO O FIN YA ARMADO POR EL QUE     *
           MOVE WS-USUARIO-AJUSTE  TO LOG-USUARIO.
           MOVE WS-IMAGEN-ANTES    TO LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES  TO LOG-DESPUES.
           MOVE SPACES             TO LOG-USUARIO-APR.
           WRITE REG-LOGCAMB.
       9000-EXIT.
           EXIT.
           MOVE REG-SALARIO-EMP    TO HSA-SALARIO-NVO.
           MOVE "PROG0016"         TO HSA-PROGRAMA.
           MOVE WS-USUARIO-AJUSTE  TO HSA-USUARIO.
           MOVE SPACES             TO HSA-USUARIO-APR.
           WRITE REG-HISTSAL.
       9100-EXIT.
           EXIT.
