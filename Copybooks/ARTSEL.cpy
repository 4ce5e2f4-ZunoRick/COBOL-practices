      *----------------------------------------------------------------
      * ARTSEL.cpy - CLAUSULA SELECT DE BD-ARTICULOS-EPP.TXT, CATALOGO
      *              DE UNIFORMES, EPP Y HERRAMIENTAS (CLAVE
      *              ART-CODIGO). LO MANTIENE MANTEPP.
      *----------------------------------------------------------------
           SELECT ARTICULOS-EPP
           ASSIGN TO WS-RUTA-ARTICULOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ART-CODIGO
           FILE STATUS IS WS-FS-ARTICULOS.
