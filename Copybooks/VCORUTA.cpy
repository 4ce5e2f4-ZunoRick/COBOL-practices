      *----------------------------------------------------------------
      * VCORUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE
      *               BD-VIATICOS-COMPROB.TXT (VER VCORUTAP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-VIAT-COMPROB    PIC X(80).
