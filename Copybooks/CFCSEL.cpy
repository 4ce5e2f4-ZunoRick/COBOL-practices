      *----------------------------------------------------------------
      * CFCSEL.cpy - CLAUSULA SELECT DE BD-CFDI-CANCEL.TXT, SOLICITUDES
      *              DE CANCELACION DE RECIBOS TIMBRADOS CON ERROR:
      *              UNA POR RECIBO (MISMA CLAVE PERIODO+EMPLEADO QUE
      *              BD-CFDI.TXT). LA CAPTURA CFDICAN, LA MANDA AL PAC
      *              CFDICEXP Y CIERRA SU CICLO CFDIACU CON EL ACUSE
      *              DE CANCELACION.
      *----------------------------------------------------------------
           SELECT CANCELA-CFDI
           ASSIGN TO WS-RUTA-CFDI-CANCEL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFC-LLAVE
           FILE STATUS IS WS-FS-CFDI-CANCEL.
