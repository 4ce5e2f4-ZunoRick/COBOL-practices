      *----------------------------------------------------------------
      * HSUFS.cpy - CODIGO DE ESTADO DE E/S DE BD-HIST-SUELDOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-HIST-SUELDOS      PIC X(02)     VALUE "00".
           88 FS-HIST-SUELDOS-OK           VALUE "00".
           88 FS-HIST-SUELDOS-NO-EXISTE    VALUE "23" "35".
           88 FS-HIST-SUELDOS-EOF          VALUE "10".
           88 FS-HIST-SUELDOS-DUPLICADO    VALUE "22".
