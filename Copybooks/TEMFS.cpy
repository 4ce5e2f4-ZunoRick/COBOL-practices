      *----------------------------------------------------------------
      * TEMFS.cpy - CODIGO DE ESTADO DE E/S DE BD-TURNO-EMP.TXT
      *----------------------------------------------------------------
       01  WS-FS-TURNO-EMP         PIC X(02)     VALUE "00".
           88 FS-TURNO-EMP-OK              VALUE "00".
           88 FS-TURNO-EMP-NO-EXISTE       VALUE "23" "35".
           88 FS-TURNO-EMP-EOF             VALUE "10".
