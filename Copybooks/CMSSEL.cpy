      *----------------------------------------------------------------
      * CMSSEL.cpy - CLAUSULA SELECT DE BD-COMISIONES.TXT, COMISIONES
      *              CALCULADAS POR MES Y VENDEDOR A PARTIR DEL
      *              ARCHIVO DE VENTAS DEL SISTEMA COMERCIAL (COMISIMP).
      *              CLAVE MES + EMPLEADO.
      *----------------------------------------------------------------
           SELECT COMISIONES
           ASSIGN TO WS-RUTA-COMISIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMS-LLAVE
           FILE STATUS IS WS-FS-COMISIONES.
