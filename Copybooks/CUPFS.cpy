      *----------------------------------------------------------------
      * CUPFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CURSOS-PUESTO.TXT
      *----------------------------------------------------------------
       01  WS-FS-CURSOS-PUESTO     PIC X(02)     VALUE "00".
           88 FS-CURSOS-PUESTO-OK          VALUE "00".
           88 FS-CURSOS-PUESTO-NO-EXISTE   VALUE "23" "35".
           88 FS-CURSOS-PUESTO-EOF         VALUE "10".
