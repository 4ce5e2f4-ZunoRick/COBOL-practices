      *----------------------------------------------------------------
      * CHQRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-CHEQUES.TXT
      *               (VER CHQRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CHEQUES         PIC X(80).
