      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 02/09/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     HISTSAL CRECE A 55 POSICIONES CON EL       *
      *                     USUARIO APROBADOR DEL DOBLE CONTROL DE     *
      *                     PROG0038; SE MUESTRA EN LA LINEA DEL CAMBIO*
      *                     CUANDO VIENE CARGADO.                      *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION .
       FD  HISTSAL
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTSAL.
           COPY REGHSAFD.
           05 SRT-NUMERO           PIC 9(05).
           05 SRT-FECHA            PIC 9(08).
           05 SRT-SEQ              PIC 9(05).
           05 SRT-HIST             PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05  WS-CAM-PROGRAMA    PIC X(08).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-CAM-USUARIO     PIC X(08).
           05  FILLER             PIC X(02)    VALUE SPACES.
           05  WS-CAM-APROBO      PIC X(08).

       01  WS-LINEA-ALTA.
           05  FILLER             PIC X(03)    VALUE SPACES.
               MOVE WS-PORCENTAJE   TO WS-CAM-PCT
               MOVE HSA-PROGRAMA    TO WS-CAM-PROGRAMA
               MOVE HSA-USUARIO     TO WS-CAM-USUARIO
               MOVE HSA-USUARIO-APR TO WS-CAM-APROBO
               MOVE WS-LINEA-CAMBIO TO REG-HSALRPT
           END-IF.
           WRITE REG-HSALRPT.
