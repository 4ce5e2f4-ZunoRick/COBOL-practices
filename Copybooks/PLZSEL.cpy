      *----------------------------------------------------------------
      * PLZSEL.cpy - CLAUSULA SELECT DE BD-PLAZAS.TXT, PLAZAS
      *              AUTORIZADAS POR FINANZAS POR DEPARTAMENTO Y
      *              PUESTO A PARTIR DE UN ANIO. LO MANTIENE MANTPLAZ
      *              Y LO CONSULTAN ALTAEMP, REINGEMP, CAMBIOEMP,
      *              MOVMASIV, APRUEBA Y PLAZAREP. CLAVE DEPARTAMENTO
      *              + PUESTO + ANIO DE VIGENCIA.
      *----------------------------------------------------------------
           SELECT PLAZAS
           ASSIGN TO WS-RUTA-PLAZAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-LLAVE
           FILE STATUS IS WS-FS-PLAZAS.
