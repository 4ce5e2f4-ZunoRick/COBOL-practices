      *----------------------------------------------------------------
      * PRTFS.cpy - CODIGO DE ESTADO DE E/S DE BD-PRIMA-RIESGO.TXT
      *----------------------------------------------------------------
       01  WS-FS-PRIMA-RIESGO      PIC X(02)     VALUE "00".
           88 FS-PRIMA-RIESGO-OK           VALUE "00".
           88 FS-PRIMA-RIESGO-NO-EXISTE    VALUE "23" "35".
           88 FS-PRIMA-RIESGO-EOF          VALUE "10".
