      *----------------------------------------------------------------
      * CURFD.cpy - DESCRIPCION DE ARCHIVO PARA BD-CURSOS.TXT. CADA
      *             CURSO LLEVA SU AREA TEMATICA DEL CATALOGO DE LA
      *             STPS (LA QUE PIDEN LA DC-3 Y LA DC-4), LA
      *             DURACION NORMAL EN HORAS Y CUANTOS MESES VALE LA
      *             ACREDITACION ANTES DE TENER QUE REPETIRSE (CEROS =
      *             NO VENCE). SE GUARDA QUIEN Y CUANDO LO CAPTURO.
      *----------------------------------------------------------------
       FD  CURSOS
           RECORD CONTAINS 70 CHARACTERS.
       01  REG-CURSOS.
           05 CUR-CLAVE            PIC 9(04).
           05 CUR-NOMBRE           PIC X(40).
           05 CUR-AREA-TEMATICA    PIC 9(04).
           05 CUR-HORAS            PIC 9(03).
           05 CUR-VIGENCIA-MESES   PIC 9(03).
              88 CUR-NO-VENCE             VALUE ZEROS.
           05 CUR-FECHA-REG        PIC 9(08).
           05 CUR-OPERADOR         PIC X(08).
