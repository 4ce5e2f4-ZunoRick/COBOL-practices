      *               BD-TASAS-IMSS.TXT (VER TIMRUTAP.cpy), LAS TASAS
      *               YA CARGADAS EN MEMORIA (VER TIMCARGP.cpy) Y LOS
      *               CAMPOS DE ENTRADA/SALIDA DEL CALCULO DE CUOTAS
      *               (VER TIMCALCP.cpy). DE LAS CUOTAS TOTALES,
      *               WS-IMSS-OBRERO-BIM Y WS-IMSS-PATRON-BIM SON LA
      *               PARTE DE LOS RAMOS DE EMISION BIMESTRAL.
      *----------------------------------------------------------------
       01  WS-RUTA-TASAS-IMSS      PIC X(80).

              10 WS-IMSS-TASA-OBR  PIC V9(06).
              10 WS-IMSS-TASA-PAT  PIC V9(06).
              10 WS-IMSS-TOPE      PIC 9(07)V99.
              10 WS-IMSS-PERIODICIDAD PIC X(01).

       01  WS-IMSS-FECHA-HOY       PIC 9(08).
       01  WS-IMSS-IDX             PIC 9(02).
       01  WS-IMSS-BASE-RAMO       PIC 9(07)V99.
       01  WS-IMSS-OBRERO          PIC 9(07)V99.
       01  WS-IMSS-PATRON          PIC 9(07)V99.
       01  WS-IMSS-OBRERO-BIM      PIC 9(07)V99.
       01  WS-IMSS-PATRON-BIM      PIC 9(07)V99.
       01  WS-IMSS-OBRERO-RAMO     PIC 9(07)V99.
       01  WS-IMSS-PATRON-RAMO     PIC 9(07)V99.
