      *                     VIENEN NUMERICOS; UN CAMPO EN BLANCO (EL   *
      *                     CASO DOCUMENTADO DE FILTRO APAGADO) YA NO  *
      *                     PUEDE DEJAR ESPACIOS EN UN CAMPO PIC 9.    *
      * 15/10/2026  RAA     LOGCAMB CRECE A 152 POSICIONES CON EL      *
      *                     USUARIO APROBADOR DEL DOBLE CONTROL DE     *
      *                     PROG0038; LA CONSULTA LO MUESTRA CUANDO    *
      *                     VIENE CARGADO.                             *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION .
       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.
           05  WS-LOG-EMP-OUT     PIC 9(05).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-LOG-USUARIO-OUT PIC X(08).
           05  WS-LOG-ROT-APR     PIC X(09)    VALUE SPACES.
           05  WS-LOG-APROBO-OUT  PIC X(08).

       01  WS-LINEA-CAMBIO.
           05  FILLER             PIC X(03)    VALUE SPACES.
           MOVE LOG-TIPO-OPER  TO WS-LOG-OPER-OUT.
           MOVE LOG-NUMERO-EMP TO WS-LOG-EMP-OUT.
           MOVE LOG-USUARIO    TO WS-LOG-USUARIO-OUT.
           IF LOG-USUARIO-APR = SPACES
               MOVE SPACES     TO WS-LOG-ROT-APR
           ELSE
               MOVE " APROBO: " TO WS-LOG-ROT-APR
           END-IF.
           MOVE LOG-USUARIO-APR
                               TO WS-LOG-APROBO-OUT.
           MOVE WS-LINEA-LOG   TO REG-AUDITRPT.
           WRITE REG-AUDITRPT.

