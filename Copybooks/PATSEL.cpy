      *----------------------------------------------------------------
      * PATSEL.cpy - CLAUSULA SELECT DE BD-PATRONES.TXT, CATALOGO DE
      *              REGISTROS PATRONALES DEL IMSS CON LA RAZON SOCIAL
      *              Y EL RFC DEL PATRON AL QUE PERTENECEN. CADA
      *              PLANTA APUNTA A UNO (PLT-PATRON DE PLTFD.cpy).
      *----------------------------------------------------------------
           SELECT PATRONES
           ASSIGN TO WS-RUTA-PATRONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAT-COD
           FILE STATUS IS WS-FS-PATRONES.
