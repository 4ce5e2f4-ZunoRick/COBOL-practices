      *----------------------------------------------------------------
      * VIARUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-VIATICOS.TXT
      *               (VER VIARUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-VIATICOS        PIC X(80).
