      *                     NO TERMINO NORMAL (VER OPEROVRD EN CADA    *
      *                     UNO); ESTE RESUMEN SIGUE SIENDO LA         *
      *                     CONSTANCIA DE LA MANANA.                   *
      * 15/10/2026  RAA     SE ALERTA CUANDO EL CONTROL DE INTEGRIDAD  *
      *                     PROG0042 TERMINA CON HUERFANOS (ESCRITOS O *
      *                     RECHAZADOS EN SU FIN).                     *
      *----------------------------------------------------------------*

       ENVIRONMENT DIVISION.
      * 2300-REGISTRA-FIN : CIERRA LA CORRIDA ABIERTA MAS RECIENTE DEL *
      *                     MISMO PROGRAMA, MARCA LOS FINALES CON      *
      *                     ERRORES Y ALIMENTA EL CONTROL CRUZADO      *
      *                     PROG0012/PROG0010. UN CONTROL DE           *
      *                     INTEGRIDAD (PROG0042) CON HUERFANOS        *
      *                     TAMBIEN SE MARCA COMO ALERTA.              *
      *----------------------------------------------------------------*
       2300-REGISTRA-FIN.
           MOVE "N" TO WS-SW-CORRIDA-HALLADA.
               PERFORM 9100-ESCRIBE-ALERTA THRU 9100-EXIT
           END-IF.

           IF BIT-PROGRAMA = "PROG0042"
               AND (BIT-ESCRITOS NOT = ZERO
                    OR BIT-RECHAZADOS NOT = ZERO)
               MOVE BIT-PROGRAMA TO WS-ALE-PROGRAMA
               MOVE "CONTROL DE INTEGRIDAD CON HUERFANOS, VER INTEGRPT"
                    TO WS-ALE-TEXTO
               PERFORM 9100-ESCRIBE-ALERTA THRU 9100-EXIT
           END-IF.

           IF BIT-PROGRAMA = "PROG0012"
               MOVE BIT-ESCRITOS TO WS-APLICADAS-0012
               SET WS-PEND-CONTROL TO TRUE
