      *----------------------------------------------------------------
      * TDOSEL.cpy - CLAUSULA SELECT DE BD-TIPOS-DOCUMENTO.TXT,
      *              CATALOGO DE DOCUMENTOS DEL EXPEDIENTE (CLAVE
      *              TDO-CODIGO). LO MANTIENE MANTDOCS; LO LEEN EXPEEMP
      *              AL CAPTURAR Y EXPEREP AL REVISAR FALTANTES.
      *----------------------------------------------------------------
           SELECT TIPOS-DOCUMENTO
           ASSIGN TO WS-RUTA-TIPOS-DOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TDO-CODIGO
           FILE STATUS IS WS-FS-TIPOS-DOC.
