      *----------------------------------------------------------------
      * VCOFS.cpy - CODIGO DE ESTADO DE E/S DE BD-VIATICOS-COMPROB.TXT
      *----------------------------------------------------------------
       01  WS-FS-VIAT-COMPROB      PIC X(02)     VALUE "00".
           88 FS-VIAT-COMPROB-OK           VALUE "00".
           88 FS-VIAT-COMPROB-NO-EXISTE    VALUE "23" "35".
           88 FS-VIAT-COMPROB-EOF          VALUE "10".
           88 FS-VIAT-COMPROB-DUPLICADO    VALUE "22".
