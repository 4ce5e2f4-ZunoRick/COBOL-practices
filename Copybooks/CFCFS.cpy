      *----------------------------------------------------------------
      * CFCFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CFDI-CANCEL.TXT
      *----------------------------------------------------------------
       01  WS-FS-CFDI-CANCEL       PIC X(02)     VALUE "00".
           88 FS-CFDI-CANCEL-OK            VALUE "00".
           88 FS-CFDI-CANCEL-NO-EXISTE     VALUE "23" "35".
           88 FS-CFDI-CANCEL-EOF           VALUE "10".
           88 FS-CFDI-CANCEL-DUPLICADO     VALUE "22".
