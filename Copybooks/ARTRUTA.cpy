      *----------------------------------------------------------------
      * ARTRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-ARTICULOS-EPP.TXT (VER ARTRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-ARTICULOS       PIC X(80).
