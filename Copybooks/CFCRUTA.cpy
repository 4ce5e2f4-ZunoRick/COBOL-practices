      *----------------------------------------------------------------
      * CFCRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-CFDI-CANCEL.TXT (VER CFCRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CFDI-CANCEL     PIC X(80).
