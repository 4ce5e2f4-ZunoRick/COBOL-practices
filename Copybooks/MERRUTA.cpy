      *----------------------------------------------------------------
      * MERRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-MATRIZ-MERITO.TXT (VER MERRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-MATRIZ-MERITO   PIC X(80).
