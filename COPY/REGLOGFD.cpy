      *            MANTENER EN MAS DE UN LUGAR. LAS IMAGENES           *
      *            ANTES/DESPUES LLEVAN EL REGISTRO COMPLETO DE        *
      *            EMPLEADOS (VER REGEMPFD).                           *
      *            LOG-USUARIO ES QUIEN ORIGINO EL CAMBIO;             *
      *            LOG-USUARIO-APR ES EL SEGUNDO USUARIO QUE LO        *
      *            APROBO CUANDO EL CAMBIO PASO POR EL DOBLE CONTROL   *
      *            DE PROG0038 (EN BLANCO EN LOS DEMAS CASOS).         *
      *----------------------------------------------------------------*
       01  REG-LOGCAMB.
           05 LOG-FECHA             PIC 9(08).
           05 LOG-USUARIO           PIC X(08).
           05 LOG-ANTES             PIC X(58).
           05 LOG-DESPUES           PIC X(58).
           05 LOG-USUARIO-APR       PIC X(08).
