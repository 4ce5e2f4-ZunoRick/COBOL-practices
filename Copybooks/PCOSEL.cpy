      *----------------------------------------------------------------
      * PCOSEL.cpy - CLAUSULA SELECT DE BD-PLAN-COMISION.TXT, PLAN DE
      *              COMISIONES DE LA FUERZA DE VENTAS. LO MANTIENE
      *              MANTCOMI Y LO CONSULTA COMISIMP. CLAVE PUESTO +
      *              VENTA MINIMA DEL TRAMO.
      *----------------------------------------------------------------
           SELECT PLAN-COMISION
           ASSIGN TO WS-RUTA-PLAN-COMISION
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCO-LLAVE
           FILE STATUS IS WS-FS-PLAN-COMISION.
