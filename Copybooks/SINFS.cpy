      *----------------------------------------------------------------
      * SINFS.cpy - CODIGO DE ESTADO DE E/S DE BD-SINDICATO.TXT
      *----------------------------------------------------------------
       01  WS-FS-SINDICATO         PIC X(02)     VALUE "00".
           88 FS-SINDICATO-OK              VALUE "00".
           88 FS-SINDICATO-NO-EXISTE       VALUE "23" "35".
           88 FS-SINDICATO-EOF             VALUE "10".
