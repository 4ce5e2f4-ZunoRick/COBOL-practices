      *----------------------------------------------------------------
      * CUPRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-CURSOS-PUESTO.TXT (VER CUPRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CURSOS-PUESTO   PIC X(80).
