      *----------------------------------------------------------------
      * AUDRUTA.cpy - AREAS DE TRABAJO PARA LA RUTA Y EL TIPO DE
      *               OPERACION DE BD-AUDITORIA.TXT (VER AUDRUTAP.cpy
      *               Y AUDWRTP.cpy) Y PARA EL SELLO ENCADENADO DEL
      *               RENGLON
      *----------------------------------------------------------------
       01  WS-RUTA-AUDITORIA       PIC X(80).
       01  WS-AUD-OPERACION        PIC X(06).
       01  WS-AUD-OPERADOR         PIC X(08)     VALUE SPACES.
       01  WS-AUD-SELLO-PREVIO     PIC 9(09)     VALUE ZEROS.
       01  WS-AUD-SELLO-LARGO      PIC 9(03)     VALUE 30.
