      *----------------------------------------------------------------
      * CAPSEL.cpy - CLAUSULA SELECT DE BD-CAPACITACION.TXT, CURSOS
      *              TOMADOS POR CADA EMPLEADO. LO CAPTURA CAPAEMP Y
      *              LO CONSULTAN DC3EMP, DC4REP, CAPAREP Y MANTCURS.
      *              CLAVE EMPLEADO + CURSO + FECHA DE INICIO, PARA
      *              QUE UN CURSO REPETIDO (REFRENDO) QUEDE COMO
      *              OTRO RENGLON.
      *----------------------------------------------------------------
           SELECT CAPACITACION
           ASSIGN TO WS-RUTA-CAPACITACION
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-LLAVE
           FILE STATUS IS WS-FS-CAPACITACION.
