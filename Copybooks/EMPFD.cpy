      *             (105:13)) NO CAMBIEN.
      *----------------------------------------------------------------
       FD  EMPLEADOS
           RECORD CONTAINS 173 CHARACTERS.
       01  REG-EMPLEADOS.
           05 REG-ID-EMP          PIC 9(04).
           05 REG-RESTO-EMP.
              10 REG-NOMBRE-EMP   PIC X(20).
              10 REG-APE-PAT-EMP  PIC X(20).
              10 FILLER           PIC X(129).
