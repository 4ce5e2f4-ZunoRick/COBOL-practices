      *----------------------------------------------------------------
      * CURRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-CURSOS.TXT
      *               (VER CURRUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CURSOS          PIC X(80).
