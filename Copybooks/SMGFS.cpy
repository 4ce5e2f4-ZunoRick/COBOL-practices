      *----------------------------------------------------------------
      * SMGFS.cpy - CODIGO DE ESTADO DE E/S DE BD-SALARIO-MINIMO.TXT
      *----------------------------------------------------------------
       01  WS-FS-SAL-MINIMO        PIC X(02)     VALUE "00".
           88 FS-SAL-MINIMO-OK             VALUE "00".
           88 FS-SAL-MINIMO-NO-EXISTE      VALUE "23" "35".
           88 FS-SAL-MINIMO-EOF            VALUE "10".
