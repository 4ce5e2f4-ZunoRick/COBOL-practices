      *----------------------------------------------------------------
      * TRZFS.cpy - CODIGO DE ESTADO DE E/S DE BD-TRAZA-NOMINA.TXT
      *----------------------------------------------------------------
       01  WS-FS-TRAZA             PIC X(02)     VALUE "00".
           88 FS-TRAZA-OK                  VALUE "00".
           88 FS-TRAZA-NO-EXISTE           VALUE "23" "35".
           88 FS-TRAZA-EOF                 VALUE "10".
           88 FS-TRAZA-DUPLICADO           VALUE "22".
