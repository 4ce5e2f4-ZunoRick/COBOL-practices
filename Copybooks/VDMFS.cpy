      *----------------------------------------------------------------
      * VDMFS.cpy - CODIGO DE ESTADO DE E/S DE BD-VALES-MES.TXT
      *----------------------------------------------------------------
       01  WS-FS-VALES-MES         PIC X(02)     VALUE "00".
           88 FS-VALES-MES-OK              VALUE "00".
           88 FS-VALES-MES-NO-EXISTE       VALUE "23" "35".
           88 FS-VALES-MES-EOF             VALUE "10".
