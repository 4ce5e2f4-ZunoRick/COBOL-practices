      *----------------------------------------------------------------
      * CHQFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CHEQUES.TXT
      *----------------------------------------------------------------
       01  WS-FS-CHEQUES           PIC X(02)     VALUE "00".
           88 FS-CHEQUES-OK                VALUE "00".
           88 FS-CHEQUES-NO-EXISTE         VALUE "23" "35".
           88 FS-CHEQUES-EOF               VALUE "10".
           88 FS-CHEQUES-DUPLICADO         VALUE "22".
