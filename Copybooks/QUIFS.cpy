      *----------------------------------------------------------------
      * QUIFS.cpy - CODIGO DE ESTADO DE E/S DE BD-QUINQUENIOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-QUINQUENIOS       PIC X(02)     VALUE "00".
           88 FS-QUINQUENIOS-OK            VALUE "00".
           88 FS-QUINQUENIOS-NO-EXISTE     VALUE "23" "35".
           88 FS-QUINQUENIOS-EOF           VALUE "10".
