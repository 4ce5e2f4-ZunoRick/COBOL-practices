      *----------------------------------------------------------------
      * TDORUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-TIPOS-DOCUMENTO.TXT (VER TDORUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-TIPOS-DOC       PIC X(80).
