      *----------------------------------------------------------------
      * RETSEL.cpy - CLAUSULA SELECT DE BD-RETARDOS.TXT, RETARDOS Y
      *              SALIDAS ANTICIPADAS CONTRA EL TURNO ASIGNADO QUE
      *              DETECTA RELOJIMP AL IMPORTAR LAS CHECADAS. CLAVE
      *              COMPUESTA PERIODO + EMPLEADO + FECHA + TIPO, PARA
      *              QUE VOLVER A IMPORTAR EL RELOJ DE LA QUINCENA
      *              REEMPLACE EL RENGLON EN VEZ DE DUPLICARLO.
      *----------------------------------------------------------------
           SELECT RETARDOS
           ASSIGN TO WS-RUTA-RETARDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-LLAVE
           FILE STATUS IS WS-FS-RETARDOS.
