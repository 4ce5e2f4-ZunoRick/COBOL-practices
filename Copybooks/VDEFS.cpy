      *----------------------------------------------------------------
      * VDEFS.cpy - CODIGO DE ESTADO DE E/S DE BD-VALES-DERECHO.TXT
      *----------------------------------------------------------------
       01  WS-FS-VALES-DERECHO     PIC X(02)     VALUE "00".
           88 FS-VALES-DERECHO-OK          VALUE "00".
           88 FS-VALES-DERECHO-NO-EXISTE   VALUE "23" "35".
           88 FS-VALES-DERECHO-EOF         VALUE "10".
