      *----------------------------------------------------------------
      * CSISEL.cpy - CLAUSULA SELECT DE BD-CUOTA-SINDICAL.TXT, REGLA
      *              DE LA CUOTA SINDICAL CON FECHA DE VIGENCIA (UN
      *              RENGLON POR VIGENCIA, COMO BD-UMA.TXT): LA
      *              CORRIDA TOMA SOLA LA VIGENCIA MAS RECIENTE QUE YA
      *              HAYA ENTRADO EN VIGOR, ASI QUE EL PORCENTAJE DEL
      *              NUEVO CONTRATO COLECTIVO SE PUEDE DEJAR CARGADO
      *              POR ADELANTADO (SINDEMP, OPCION 6).
      *----------------------------------------------------------------
           SELECT CUOTA-SINDICAL
           ASSIGN TO WS-RUTA-CUOTA-SINDICAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CUOTA-SINDICAL.
