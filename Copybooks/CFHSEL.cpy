      *----------------------------------------------------------------
      * CFHSEL.cpy - CLAUSULA SELECT DE BD-CFDI-HIST.TXT, HISTORIA DE
      *              TODOS LOS UUID QUE HA TENIDO CADA RECIBO (CLAVE:
      *              PERIODO+EMPLEADO+UUID). BD-CFDI.TXT SOLO GUARDA EL
      *              VIGENTE; AQUI QUEDAN TAMBIEN LOS SUSTITUIDOS Y
      *              LOS CANCELADOS, PARA AUDITORIA.
      *----------------------------------------------------------------
           SELECT HIST-CFDI
           ASSIGN TO WS-RUTA-CFDI-HIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFH-LLAVE
           FILE STATUS IS WS-FS-CFDI-HIST.
