      *----------------------------------------------------------------
      * VDESEL.cpy - CLAUSULA SELECT DE BD-VALES-DERECHO.TXT, DERECHO
      *              MENSUAL A VALES DE DESPENSA POR PUESTO O POR
      *              EMPLEADO. LO MANTIENE MANTVALE Y LO LEE VALESMES.
      *              CLAVE TIPO ("P" PUESTO / "E" EMPLEADO) + CODIGO.
      *----------------------------------------------------------------
           SELECT VALES-DERECHO
           ASSIGN TO WS-RUTA-VALES-DERECHO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VDE-LLAVE
           FILE STATUS IS WS-FS-VALES-DERECHO.
