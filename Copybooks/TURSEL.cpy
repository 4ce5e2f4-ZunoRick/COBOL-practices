      *----------------------------------------------------------------
      * TURSEL.cpy - CLAUSULA SELECT DE BD-TURNOS.TXT, CATALOGO DE
      *              TURNOS DE TRABAJO (HORARIO DE ENTRADA Y SALIDA,
      *              TIPO DE JORNADA Y DIAS DE DESCANSO). LO MANTIENE
      *              TURNOEMP; RELOJIMP LO USA PARA DETECTAR
      *              RETARDOS Y SALIDAS ANTICIPADAS. CLAVE TUR-COD.
      *----------------------------------------------------------------
           SELECT TURNOS
           ASSIGN TO WS-RUTA-TURNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUR-COD
           FILE STATUS IS WS-FS-TURNOS.
