      *----------------------------------------------------------------
      * FAMFS.cpy - CODIGO DE ESTADO DE E/S DE BD-DEPENDIENTES.TXT
      *----------------------------------------------------------------
       01  WS-FS-DEPENDIENTES      PIC X(02)     VALUE "00".
           88 FS-DEPENDIENTES-OK           VALUE "00".
           88 FS-DEPENDIENTES-NO-EXISTE    VALUE "23" "35".
           88 FS-DEPENDIENTES-EOF          VALUE "10".
