      *----------------------------------------------------------------
      * EVARUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-EVALUACIONES.TXT (VER EVARUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-EVALUACIONES    PIC X(80).
