      *----------------------------------------------------------------
      * TURFS.cpy - CODIGO DE ESTADO DE E/S DE BD-TURNOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-TURNOS            PIC X(02)     VALUE "00".
           88 FS-TURNOS-OK                 VALUE "00".
           88 FS-TURNOS-NO-EXISTE          VALUE "23" "35".
           88 FS-TURNOS-EOF                VALUE "10".
