      *----------------------------------------------------------------
      * FNCFS.cpy - CODIGO DE ESTADO DE E/S DE BD-FONACOT.TXT
      *----------------------------------------------------------------
       01  WS-FS-FONACOT           PIC X(02)     VALUE "00".
           88 FS-FONACOT-OK                VALUE "00".
           88 FS-FONACOT-NO-EXISTE         VALUE "23" "35".
           88 FS-FONACOT-EOF               VALUE "10".
           88 FS-FONACOT-DUPLICADO         VALUE "22".
