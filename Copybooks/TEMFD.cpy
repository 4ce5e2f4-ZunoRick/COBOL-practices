      *----------------------------------------------------------------
      * TEMFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-TURNO-EMP.TXT. EL
      *             TURNO 00 DEJA AL EMPLEADO SIN TURNO A PARTIR DE
      *             LA VIGENCIA (SU ASISTENCIA YA NO SE MIDE CONTRA
      *             UN HORARIO). SE GUARDA QUIEN Y CUANDO CAPTURO LA
      *             ASIGNACION.
      *----------------------------------------------------------------
       FD  TURNO-EMP
           RECORD CONTAINS 30 CHARACTERS.
       01  REG-TURNO-EMP.
           05 TEM-LLAVE.
              10 TEM-ID-EMP        PIC 9(04).
              10 TEM-FECHA-VIGENCIA PIC 9(08).
           05 TEM-TURNO            PIC 9(02).
           05 TEM-FECHA-REG        PIC 9(08).
           05 TEM-OPERADOR         PIC X(08).
