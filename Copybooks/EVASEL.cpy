      *----------------------------------------------------------------
      * EVASEL.cpy - CLAUSULA SELECT DE BD-EVALUACIONES.TXT,
      *              EVALUACION ANUAL DE DESEMPENO DE CADA EMPLEADO.
      *              LA CAPTURA EVALEMP Y LA CONSULTA MERITEMP PARA
      *              PROPONER EL AUMENTO POR MERITO. CLAVE EMPLEADO +
      *              ANIO.
      *----------------------------------------------------------------
           SELECT EVALUACIONES
           ASSIGN TO WS-RUTA-EVALUACIONES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE
           FILE STATUS IS WS-FS-EVALUACIONES.
