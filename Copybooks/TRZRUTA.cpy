      *----------------------------------------------------------------
      * TRZRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-TRAZA-NOMINA.TXT (VER TRZRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-TRAZA           PIC X(80).
