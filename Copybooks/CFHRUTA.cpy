      *----------------------------------------------------------------
      * CFHRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-CFDI-HIST.TXT
      *               (VER CFHRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CFDI-HIST       PIC X(80).
