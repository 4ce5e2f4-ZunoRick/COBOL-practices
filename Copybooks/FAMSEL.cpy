      *----------------------------------------------------------------
      * FAMSEL.cpy - CLAUSULA SELECT DE BD-DEPENDIENTES.TXT,
      *              DEPENDIENTES (POLIZA DE GASTOS MEDICOS) Y
      *              BENEFICIARIOS (ARTICULO 501 DE LA LEY FEDERAL DEL
      *              TRABAJO) DE CADA EMPLEADO. LO CAPTURA FAMIEMP
      *              DESDE CRUD-EMP Y LO LEE ASEGEXP. CLAVE EMPLEADO +
      *              CONSECUTIVO.
      *----------------------------------------------------------------
           SELECT DEPENDIENTES
           ASSIGN TO WS-RUTA-DEPENDIENTES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAM-LLAVE
           FILE STATUS IS WS-FS-DEPENDIENTES.
