      *----------------------------------------------------------------
      * VIAFS.cpy - CODIGO DE ESTADO DE E/S DE BD-VIATICOS.TXT
      *----------------------------------------------------------------
       01  WS-FS-VIATICOS          PIC X(02)     VALUE "00".
           88 FS-VIATICOS-OK               VALUE "00".
           88 FS-VIATICOS-NO-EXISTE        VALUE "23" "35".
           88 FS-VIATICOS-EOF              VALUE "10".
           88 FS-VIATICOS-DUPLICADO        VALUE "22".
