      *----------------------------------------------------------------
      * PLZFS.cpy - CODIGO DE ESTADO DE E/S DE BD-PLAZAS.TXT
      *----------------------------------------------------------------
       01  WS-FS-PLAZAS            PIC X(02)     VALUE "00".
           88 FS-PLAZAS-OK                 VALUE "00".
           88 FS-PLAZAS-NO-EXISTE          VALUE "23" "35".
           88 FS-PLAZAS-EOF                VALUE "10".
