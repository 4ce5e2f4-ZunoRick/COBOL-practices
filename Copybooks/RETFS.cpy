      *----------------------------------------------------------------
      * RETFS.cpy - CODIGO DE ESTADO DE E/S DE BD-RETARDOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-RETARDOS          PIC X(02)     VALUE "00".
           88 FS-RETARDOS-OK               VALUE "00".
           88 FS-RETARDOS-NO-EXISTE        VALUE "23" "35".
           88 FS-RETARDOS-EOF              VALUE "10".
