      *----------------------------------------------------------------
      * FNCRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-FONACOT.TXT
      *               (VER FNCRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-FONACOT         PIC X(80).
