      *----------------------------------------------------------------
      * VCOSEL.cpy - CLAUSULA SELECT DE BD-VIATICOS-COMPROB.TXT,
      *              RENGLONES DE COMPROBACION DE CADA ANTICIPO DE
      *              BD-VIATICOS.TXT (CLAVE EMPLEADO + FOLIO +
      *              RENGLON). LOS CAPTURA VIATEMP.
      *----------------------------------------------------------------
           SELECT COMPROB-VIATICOS
           ASSIGN TO WS-RUTA-VIAT-COMPROB
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCO-LLAVE
           FILE STATUS IS WS-FS-VIAT-COMPROB.
