      *----------------------------------------------------------------
      * SINRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-SINDICATO.TXT
      *               (VER SINRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-SINDICATO       PIC X(80).
