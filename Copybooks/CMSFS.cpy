      *----------------------------------------------------------------
      * CMSFS.cpy - CODIGO DE ESTADO DE E/S DE BD-COMISIONES.TXT
      *----------------------------------------------------------------
       01  WS-FS-COMISIONES        PIC X(02)     VALUE "00".
           88 FS-COMISIONES-OK             VALUE "00".
           88 FS-COMISIONES-NO-EXISTE      VALUE "23" "35".
           88 FS-COMISIONES-EOF            VALUE "10".
