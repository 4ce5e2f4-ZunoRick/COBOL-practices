      *----------------------------------------------------------------
      * EXDFS.cpy - CODIGO DE ESTADO DE E/S DE BD-EXPEDIENTE.TXT
      *----------------------------------------------------------------
       01  WS-FS-EXPEDIENTE        PIC X(02)     VALUE "00".
           88 FS-EXPEDIENTE-OK             VALUE "00".
           88 FS-EXPEDIENTE-NO-EXISTE      VALUE "23" "35".
           88 FS-EXPEDIENTE-EOF            VALUE "10".
