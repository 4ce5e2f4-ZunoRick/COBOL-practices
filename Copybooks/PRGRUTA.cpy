      *----------------------------------------------------------------
      * PRGRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA DE
      *               BD-PROGRAMADOS.TXT (VER PRGRUTAP.cpy) Y PARA
      *               175-REGISTRA-PROGRAMADO (VER PRGWRTP.cpy), QUE
      *               RESGUARDA EL RENGLON MIENTRAS BUSCA EL FOLIO.
      *----------------------------------------------------------------
       01  WS-RUTA-PROGRAMADOS     PIC X(80).
       01  WS-PRG-REGISTRO         PIC X(123).
       01  WS-PRG-FOLIO            PIC 9(05).
       01  SW-PRG-GRABADO          PIC X(01)     VALUE "N".
           88 PRG-GRABADO                 VALUE "S".
