      *----------------------------------------------------------------
      * PRGFS.cpy - CODIGO DE ESTADO DE E/S DE BD-PROGRAMADOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-PROGRAMADOS       PIC X(02)     VALUE "00".
           88 FS-PROGRAMADOS-OK            VALUE "00".
           88 FS-PROGRAMADOS-NO-EXISTE     VALUE "23" "35".
           88 FS-PROGRAMADOS-EOF           VALUE "10".
