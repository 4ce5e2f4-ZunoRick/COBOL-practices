      *----------------------------------------------------------------
      * EPPSEL.cpy - CLAUSULA SELECT DE BD-ENTREGAS-EPP.TXT, LAS
      *              ENTREGAS Y DEVOLUCIONES DE UNIFORMES, EPP Y
      *              HERRAMIENTAS POR EMPLEADO (CLAVE EMPLEADO +
      *              ARTICULO + FECHA DE ENTREGA). LO CAPTURA EPPEMP
      *              DESDE CRUD-EMP; LO LEEN BAJAEMP, FINIQEMP Y
      *              EPPREP.
      *----------------------------------------------------------------
           SELECT ENTREGAS-EPP
           ASSIGN TO WS-RUTA-ENTREGAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EPP-LLAVE
           FILE STATUS IS WS-FS-ENTREGAS.
