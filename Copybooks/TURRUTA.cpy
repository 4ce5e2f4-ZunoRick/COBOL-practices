      *----------------------------------------------------------------
      * TURRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-TURNOS.TXT
      *               (VER TURRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-TURNOS          PIC X(80).
