      *----------------------------------------------------------------
      * EPPFS.cpy - CODIGO DE ESTADO DE E/S DE BD-ENTREGAS-EPP.TXT
      *----------------------------------------------------------------
       01  WS-FS-ENTREGAS          PIC X(02)     VALUE "00".
           88 FS-ENTREGAS-OK               VALUE "00".
           88 FS-ENTREGAS-NO-EXISTE        VALUE "23" "35".
           88 FS-ENTREGAS-EOF              VALUE "10".
