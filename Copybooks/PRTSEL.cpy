      *----------------------------------------------------------------
      * PRTSEL.cpy - CLAUSULA SELECT DE BD-PRIMA-RIESGO.TXT, PRIMA DE
      *              RIESGO DE TRABAJO POR PLANTA CON FECHA DE
      *              VIGENCIA (UN RENGLON POR PLANTA Y VIGENCIA, COMO
      *              BD-TASAS-IMSS.TXT). LA DEJA PRIMRIES.CBL CADA
      *              FEBRERO CON VIGENCIA AL 1 DE MARZO; LA CORRIDA
      *              TOMA SOLA, POR PLANTA, LA VIGENCIA MAS RECIENTE
      *              QUE YA HAYA ENTRADO EN VIGOR.
      *----------------------------------------------------------------
           SELECT PRIMA-RIESGO
           ASSIGN TO WS-RUTA-PRIMA-RIESGO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PRIMA-RIESGO.
