      *----------------------------------------------------------------
      * ARTFS.cpy - CODIGO DE ESTADO DE E/S DE BD-ARTICULOS-EPP.TXT
      *----------------------------------------------------------------
       01  WS-FS-ARTICULOS         PIC X(02)     VALUE "00".
           88 FS-ARTICULOS-OK              VALUE "00".
           88 FS-ARTICULOS-NO-EXISTE       VALUE "23" "35".
           88 FS-ARTICULOS-EOF             VALUE "10".
