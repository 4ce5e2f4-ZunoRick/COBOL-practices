      *----------------------------------------------------------------
      * EVAFS.cpy - CODIGO DE ESTADO DE E/S DE BD-EVALUACIONES.TXT
      *----------------------------------------------------------------
       01  WS-FS-EVALUACIONES      PIC X(02)     VALUE "00".
           88 FS-EVALUACIONES-OK           VALUE "00".
           88 FS-EVALUACIONES-NO-EXISTE    VALUE "23" "35".
           88 FS-EVALUACIONES-EOF          VALUE "10".
