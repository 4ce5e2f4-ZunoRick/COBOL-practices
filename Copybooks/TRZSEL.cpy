      *----------------------------------------------------------------
      * TRZSEL.cpy - CLAUSULA SELECT DE BD-TRAZA-NOMINA.TXT, TRAZA DEL
      *              CALCULO DE NOMINA POR EMPLEADO (CLAVE PERIODO +
      *              EMPLEADO + CONSECUTIVO). LA ESCRIBE NOMQUINC
      *              CUANDO EL OPERADOR PIDE LA TRAZA; LA CONSULTA
      *              TRAZANOM.
      *----------------------------------------------------------------
           SELECT TRAZA-NOMINA
           ASSIGN TO WS-RUTA-TRAZA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRZ-LLAVE
           FILE STATUS IS WS-FS-TRAZA.
