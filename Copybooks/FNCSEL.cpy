      *----------------------------------------------------------------
      * FNCSEL.cpy - CLAUSULA SELECT DE BD-FONACOT.TXT, CREDITOS
      *              FONACOT CON RETENCION VIA NOMINA (CLAVE EMPLEADO
      *              + CONSECUTIVO: UN EMPLEADO PUEDE TRAER VARIOS
      *              CREDITOS A LA VEZ). LO DA DE ALTA Y LO ACTUALIZA
      *              LA CEDULA MENSUAL QUE MANDA EL INSTITUTO
      *              (FONACIMP); NOMQUINC RETIENE LA CUOTA Y REBAJA
      *              EL SALDO, REVERNOM LO RESTAURA.
      *----------------------------------------------------------------
           SELECT CREDITOS-FONACOT
           ASSIGN TO WS-RUTA-FONACOT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FNC-LLAVE
           FILE STATUS IS WS-FS-FONACOT.
