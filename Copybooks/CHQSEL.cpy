      *----------------------------------------------------------------
      * CHQSEL.cpy - CLAUSULA SELECT DE BD-CHEQUES.TXT, REGISTRO DE
      *              LOS CHEQUES DE NOMINA EMITIDOS (CLAVE: FOLIO DEL
      *              CHEQUE). LO ALIMENTA CHEQNOM AL EMITIR, LO
      *              CONCILIA CHEQCONC CONTRA LOS COBRADOS QUE
      *              REPORTA EL BANCO Y CHEQPEND CANCELA LOS QUE
      *              NADIE COBRO.
      *----------------------------------------------------------------
           SELECT CHEQUES
           ASSIGN TO WS-RUTA-CHEQUES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-FOLIO
           FILE STATUS IS WS-FS-CHEQUES.
