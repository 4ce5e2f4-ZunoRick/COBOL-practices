      *----------------------------------------------------------------
      * ACMFS.cpy - CODIGO DE ESTADO DE E/S DE BD-ACUMULADOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-ACUMULADOS        PIC X(02)     VALUE "00".
           88 FS-ACUMULADOS-OK             VALUE "00".
           88 FS-ACUMULADOS-NO-EXISTE      VALUE "23" "35".
           88 FS-ACUMULADOS-EOF            VALUE "10".
           88 FS-ACUMULADOS-DUPLICADO      VALUE "22".
