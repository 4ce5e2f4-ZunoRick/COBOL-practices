      *----------------------------------------------------------------
      * CURSEL.cpy - CLAUSULA SELECT DE BD-CURSOS.TXT, CATALOGO DE
      *              CURSOS DE CAPACITACION. LO MANTIENE MANTCURS Y LO
      *              CONSULTAN CAPAEMP, DC3EMP, DC4REP Y CAPAREP.
      *              CLAVE DEL CURSO.
      *----------------------------------------------------------------
           SELECT CURSOS
           ASSIGN TO WS-RUTA-CURSOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-CLAVE
           FILE STATUS IS WS-FS-CURSOS.
