      *----------------------------------------------------------------
      * PCORUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-PLAN-COMISION.TXT (VER PCORUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-PLAN-COMISION   PIC X(80).
