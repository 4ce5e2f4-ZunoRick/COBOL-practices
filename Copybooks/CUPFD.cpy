      *----------------------------------------------------------------
      * CUPFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CURSOS-PUESTO.TXT.
      *             CADA RENGLON DICE QUE QUIEN OCUPE EL PUESTO DEBE
      *             TENER APROBADO (Y VIGENTE) EL CURSO. SE GUARDA
      *             QUIEN Y CUANDO LO ASIGNO.
      *----------------------------------------------------------------
       FD  CURSOS-PUESTO
           RECORD CONTAINS 22 CHARACTERS.
       01  REG-CURSOS-PUESTO.
           05 CUP-LLAVE.
              10 CUP-PUESTO        PIC 9(02).
              10 CUP-CURSO         PIC 9(04).
           05 CUP-FECHA-REG        PIC 9(08).
           05 CUP-OPERADOR         PIC X(08).
