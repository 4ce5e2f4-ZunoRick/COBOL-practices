      *----------------------------------------------------------------
      * MERSEL.cpy - CLAUSULA SELECT DE BD-MATRIZ-MERITO.TXT, MATRIZ
      *              DE AUMENTO POR MERITO. LA MANTIENE MANTMERI Y LA
      *              CONSULTA MERITEMP. CLAVE ANIO + CALIFICACION +
      *              CUARTIL DE LA BANDA SALARIAL.
      *----------------------------------------------------------------
           SELECT MATRIZ-MERITO
           ASSIGN TO WS-RUTA-MATRIZ-MERITO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MER-LLAVE
           FILE STATUS IS WS-FS-MATRIZ-MERITO.
