      *----------------------------------------------------------------
      * FAMRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-DEPENDIENTES.TXT (VER FAMRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-DEPENDIENTES    PIC X(80).
