      *----------------------------------------------------------------
      * SINSEL.cpy - CLAUSULA SELECT DE BD-SINDICATO.TXT, PADRON DE
      *              AFILIADOS AL SINDICATO (CLAVE SIN-ID-EMP). LO
      *              MANTIENE SINDEMP; NOMQUINC DESCUENTA LA CUOTA
      *              SINDICAL A LOS AFILIADOS Y SINDREP ARMA EL ENTERO
      *              MENSUAL AL SINDICATO.
      *----------------------------------------------------------------
           SELECT SINDICATO
           ASSIGN TO WS-RUTA-SINDICATO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-ID-EMP
           FILE STATUS IS WS-FS-SINDICATO.
