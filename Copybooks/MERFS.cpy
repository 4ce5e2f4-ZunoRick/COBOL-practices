      *----------------------------------------------------------------
      * MERFS.cpy - CODIGO DE ESTADO DE E/S DE BD-MATRIZ-MERITO.TXT
      *----------------------------------------------------------------
       01  WS-FS-MATRIZ-MERITO     PIC X(02)     VALUE "00".
           88 FS-MATRIZ-MERITO-OK          VALUE "00".
           88 FS-MATRIZ-MERITO-NO-EXISTE   VALUE "23" "35".
           88 FS-MATRIZ-MERITO-EOF         VALUE "10".
