      *----------------------------------------------------------------
      * VDMRUTA.cpy - AREA DE TRABAJO PARA LA RUTA DE BD-VALES-MES.TXT
      *               (VER VDMRUTAP.cpy)
      *----------------------------------------------------------------
       01  WS-RUTA-VALES-MES       PIC X(80).
