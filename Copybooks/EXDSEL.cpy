      *----------------------------------------------------------------
      * EXDSEL.cpy - CLAUSULA SELECT DE BD-EXPEDIENTE.TXT, LOS
      *              DOCUMENTOS RECIBIDOS DE CADA EMPLEADO (CLAVE
      *              EMPLEADO + CODIGO DE DOCUMENTO). LO CAPTURA
      *              EXPEEMP DESDE CRUD-EMP Y LO REVISA EXPEREP.
      *----------------------------------------------------------------
           SELECT EXPEDIENTE
           ASSIGN TO WS-RUTA-EXPEDIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXD-LLAVE
           FILE STATUS IS WS-FS-EXPEDIENTE.
