      *----------------------------------------------------------------
      * CSIRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-CUOTA-SINDICAL.TXT Y LA REGLA VIGENTE YA
      *               CARGADA EN MEMORIA (VER CSICARGP.cpy).
      *----------------------------------------------------------------
       01  WS-RUTA-CUOTA-SINDICAL  PIC X(80).

       01  SW-CUOTA-SINDICAL       PIC X(01)     VALUE "N".
           88 CUOTA-SINDICAL-CARGADA      VALUE "S".

       01  WS-CSI-FECHA-HOY        PIC 9(08).
       01  WS-CSI-VIGENCIA         PIC 9(08)     VALUE ZEROS.
       01  WS-CSI-PORCENTAJE       PIC 9(02)V99  VALUE ZEROS.
       01  WS-CSI-CLABE            PIC X(18)     VALUE SPACES.
       01  WS-CSI-SINDICATO        PIC X(40)     VALUE SPACES.
