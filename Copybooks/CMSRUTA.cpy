      *----------------------------------------------------------------
      * CMSRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-COMISIONES.TXT (VER CMSRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-COMISIONES      PIC X(80).
