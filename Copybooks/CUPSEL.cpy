      *----------------------------------------------------------------
      * CUPSEL.cpy - CLAUSULA SELECT DE BD-CURSOS-PUESTO.TXT, CURSOS
      *              OBLIGATORIOS DE CADA PUESTO. LO MANTIENE MANTCURS
      *              Y LO CONSULTA CAPAREP. CLAVE PUESTO + CURSO.
      *----------------------------------------------------------------
           SELECT CURSOS-PUESTO
           ASSIGN TO WS-RUTA-CURSOS-PUESTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUP-LLAVE
           FILE STATUS IS WS-FS-CURSOS-PUESTO.
