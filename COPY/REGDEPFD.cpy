      *            (PROG0014), PARA VALIDAR UN DEPARTAMENTO CONTRA EL  *
      *            (PROG0011/PROG0012) O PARA IMPRIMIR EL NOMBRE DEL   *
      *            DEPARTAMENTO EN LOS REPORTES (PROG0010/PROG0013).   *
      *            EL JEFE DEL DEPARTAMENTO ES EL NUMERO DE EMPLEADO   *
      *            DEL MAESTRO EMPLEADOS (EN CERO = SIN JEFE           *
      *            ASIGNADO); OCUPA EL LUGAR DEL ANTIGUO RESPONSABLE   *
      *            EN TEXTO LIBRE, POR LO QUE EL REGISTRO SIGUE        *
      *            MIDIENDO 63 POSICIONES.                             *
      *----------------------------------------------------------------*
       01  REG-DEPARTAMENTOS-DET.
           05 REG-NUMERO-DEP      PIC 9(03).
           05 REG-NOMBRE-DEP      PIC X(30).
           05 REG-JEFE-DEP        PIC 9(05).
           05 FILLER              PIC X(25).
