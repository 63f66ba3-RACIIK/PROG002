      * FECHA       AUTOR   DESCRIPCION                                *
      * ----------  ------  ----------------------------------------- *
      * 02/09/2026  RAA     VERSION ORIGINAL.                          *
      * 15/10/2026  RAA     LOGCAMB CRECE A 152 POSICIONES CON EL      *
      *                     USUARIO APROBADOR DEL DOBLE CONTROL DE     *
      *                     PROG0038; LA RESTAURACION LO GRABA EN      *
      *                     BLANCO.                                    *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.

       FD  LOGCAMB
           LABEL RECORD ARE STANDARD
           RECORD CONTAINS 152 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-LOGCAMB.
           COPY REGLOGFD.
           MOVE WS-USUARIO        TO LOG-USUARIO.
           MOVE WS-IMAGEN-ANTES   TO LOG-ANTES.
           MOVE WS-IMAGEN-DESPUES TO LOG-DESPUES.
           MOVE SPACES            TO LOG-USUARIO-APR.
           WRITE REG-LOGCAMB.
           CLOSE LOGCAMB.
       3200-EXIT.
