      *----------------------------------------------------------------
      * CSIFS.cpy - CODIGO DE ESTADO DE E/S DE BD-CUOTA-SINDICAL.TXT
      *----------------------------------------------------------------
       01  WS-FS-CUOTA-SINDICAL    PIC X(02)     VALUE "00".
           88 FS-CUOTA-SINDICAL-OK         VALUE "00".
           88 FS-CUOTA-SINDICAL-NO-EXISTE  VALUE "23" "35".
           88 FS-CUOTA-SINDICAL-EOF        VALUE "10".
