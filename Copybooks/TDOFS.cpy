      *----------------------------------------------------------------
      * TDOFS.cpy - CODIGO DE ESTADO DE E/S DE BD-TIPOS-DOCUMENTO.TXT
      *----------------------------------------------------------------
       01  WS-FS-TIPOS-DOC         PIC X(02)     VALUE "00".
           88 FS-TIPOS-DOC-OK              VALUE "00".
           88 FS-TIPOS-DOC-NO-EXISTE       VALUE "23" "35".
           88 FS-TIPOS-DOC-EOF             VALUE "10".
