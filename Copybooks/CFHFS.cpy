      *----------------------------------------------------------------
      * CFHFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CFDI-HIST.TXT
      *----------------------------------------------------------------
       01  WS-FS-CFDI-HIST         PIC X(02)     VALUE "00".
           88 FS-CFDI-HIST-OK              VALUE "00".
           88 FS-CFDI-HIST-NO-EXISTE       VALUE "23" "35".
           88 FS-CFDI-HIST-EOF             VALUE "10".
           88 FS-CFDI-HIST-DUPLICADO       VALUE "22".
