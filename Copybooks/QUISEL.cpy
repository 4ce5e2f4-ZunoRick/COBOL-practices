      *----------------------------------------------------------------
      * QUISEL.cpy - CLAUSULA SELECT DE BD-QUINQUENIOS.TXT, TABLA DEL
      *              BONO POR ANTIGUEDAD (QUINQUENIO) DEL CONTRATO
      *              COLECTIVO. LA MANTIENE MANTQUIN Y LA APLICA
      *              QUINQEMP. CLAVE ANIOS DE SERVICIO DEL TRAMO.
      *----------------------------------------------------------------
           SELECT QUINQUENIOS
           ASSIGN TO WS-RUTA-QUINQUENIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QUI-ANIOS
           FILE STATUS IS WS-FS-QUINQUENIOS.
