      *----------------------------------------------------------------
      * PRGSEL.cpy - CLAUSULA SELECT DE BD-PROGRAMADOS.TXT, LOS
      *              CAMBIOS DE EMPLEADO CAPTURADOS CON FECHA EFECTIVA
      *              FUTURA (CAMBIOEMP Y MOVMASIV). LOS APLICA EL LOTE
      *              NOCTURNO (APLIPROG) EL DIA QUE SE VENCEN.
      *----------------------------------------------------------------
           SELECT PROGRAMADOS
           ASSIGN TO WS-RUTA-PROGRAMADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRG-FOLIO
           FILE STATUS IS WS-FS-PROGRAMADOS.
