      *----------------------------------------------------------------
      * TEMSEL.cpy - CLAUSULA SELECT DE BD-TURNO-EMP.TXT, ASIGNACION
      *              DE TURNO POR EMPLEADO CON FECHA DE VIGENCIA.
      *              CLAVE COMPUESTA EMPLEADO + FECHA DE VIGENCIA: EL
      *              TURNO DE UN DIA ES EL DE LA VIGENCIA MAS RECIENTE
      *              QUE NO PASE DE ESE DIA (VER TEMBUSP.cpy).
      *----------------------------------------------------------------
           SELECT TURNO-EMP
           ASSIGN TO WS-RUTA-TURNO-EMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEM-LLAVE
           FILE STATUS IS WS-FS-TURNO-EMP.
