      *----------------------------------------------------------------
      * RETRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-RETARDOS.TXT
      *               (VER RETRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-RETARDOS        PIC X(80).
