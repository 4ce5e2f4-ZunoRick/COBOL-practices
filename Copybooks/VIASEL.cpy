      *----------------------------------------------------------------
      * VIASEL.cpy - CLAUSULA SELECT DE BD-VIATICOS.TXT, ANTICIPOS DE
      *              VIATICOS POR EMPLEADO (CLAVE EMPLEADO + FOLIO).
      *              LOS CAPTURA Y AUTORIZA VIATEMP, LOS MANDA A PAGO
      *              VIATPAG, LOS DESCUENTA POR NOMINA VIATDESC AL
      *              VENCER EL PLAZO DE COMPROBACION Y LOS REPORTA POR
      *              ANTIGUEDAD VIATREP.
      *----------------------------------------------------------------
           SELECT VIATICOS
           ASSIGN TO WS-RUTA-VIATICOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIA-LLAVE
           FILE STATUS IS WS-FS-VIATICOS.
