      *----------------------------------------------------------------
      * QUIRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-QUINQUENIOS.TXT (VER QUIRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-QUINQUENIOS     PIC X(80).
