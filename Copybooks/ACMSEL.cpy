      *----------------------------------------------------------------
      * ACMSEL.cpy - CLAUSULA SELECT DE BD-ACUMULADOS.TXT, ACUMULADOS
      *              ANUALES DE NOMINA POR EMPLEADO Y CONCEPTO (CLAVE
      *              EJERCICIO + EMPLEADO + CONCEPTO). LO MANTIENEN LAS
      *              CORRIDAS AL GRABAR SU RESULTADO (ACMWRTP.cpy) Y
      *              REVERNOM AL DESHACERLO; CARGAACU LO RECONSTRUYE
      *              DESDE BD-NOMINA-PERIODO.TXT.
      *----------------------------------------------------------------
           SELECT ACUMULADOS
           ASSIGN TO WS-RUTA-ACUMULADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACM-LLAVE
           FILE STATUS IS WS-FS-ACUMULADOS.
