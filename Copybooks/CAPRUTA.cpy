      *----------------------------------------------------------------
      * CAPRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-CAPACITACION.TXT (VER CAPRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CAPACITACION    PIC X(80).
