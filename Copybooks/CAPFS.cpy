      *----------------------------------------------------------------
      * CAPFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CAPACITACION.TXT
      *----------------------------------------------------------------
       01  WS-FS-CAPACITACION      PIC X(02)     VALUE "00".
           88 FS-CAPACITACION-OK           VALUE "00".
           88 FS-CAPACITACION-NO-EXISTE    VALUE "23" "35".
           88 FS-CAPACITACION-EOF          VALUE "10".
