      *----------------------------------------------------------------
      * VDERUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-VALES-DERECHO.TXT (VER VDERUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-VALES-DERECHO   PIC X(80).
