      *----------------------------------------------------------------
      * EXDRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-EXPEDIENTE.TXT
      *               (VER EXDRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-EXPEDIENTE      PIC X(80).
