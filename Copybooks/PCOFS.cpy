      *----------------------------------------------------------------
      * PCOFS.cpy - CODIGO DE ESTADO DE E/S DE BD-PLAN-COMISION.TXT
      *----------------------------------------------------------------
       01  WS-FS-PLAN-COMISION     PIC X(02)     VALUE "00".
           88 FS-PLAN-COMISION-OK          VALUE "00".
           88 FS-PLAN-COMISION-NO-EXISTE   VALUE "23" "35".
           88 FS-PLAN-COMISION-EOF         VALUE "10".
