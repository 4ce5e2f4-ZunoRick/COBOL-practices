      *----------------------------------------------------------------
      * CURFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CURSOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-CURSOS            PIC X(02)     VALUE "00".
           88 FS-CURSOS-OK                 VALUE "00".
           88 FS-CURSOS-NO-EXISTE          VALUE "23" "35".
           88 FS-CURSOS-EOF                VALUE "10".
