      *----------------------------------------------------------------
      * PATFS.cpy - CODIGO DE ESTADO DE E/S DE BD-PATRONES.TXT
      *----------------------------------------------------------------
       01  WS-FS-PATRONES          PIC X(02)     VALUE "00".
           88 FS-PATRONES-OK               VALUE "00".
           88 FS-PATRONES-NO-EXISTE        VALUE "23" "35".
           88 FS-PATRONES-EOF              VALUE "10".
