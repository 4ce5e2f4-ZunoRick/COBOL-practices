      *                DEL OBRERO (LA QUE SE RETIENE EN NOMINA) Y LA
      *                DEL PATRON (LA QUE SE ENTERA AL IMSS). DEJA
      *                LOS RESULTADOS EN WS-IMSS-OBRERO Y
      *                WS-IMSS-PATRON, Y APARTE LA PORCION DE LOS
      *                RAMOS BIMESTRALES EN WS-IMSS-OBRERO-BIM Y
      *                WS-IMSS-PATRON-BIM (YA INCLUIDA EN LOS TOTALES).
      *----------------------------------------------------------------
       115-CALCULA-IMSS.
           MOVE ZEROS TO WS-IMSS-OBRERO
                         WS-IMSS-PATRON
                         WS-IMSS-OBRERO-BIM
                         WS-IMSS-PATRON-BIM
           IF NOT TASAS-IMSS-CARGADAS
              GO TO 115-FIN
           END-IF
                                        WS-IMSS-TOPE (WS-IMSS-IDX)
              MOVE WS-IMSS-TOPE (WS-IMSS-IDX) TO WS-IMSS-BASE-RAMO
           END-IF
           COMPUTE WS-IMSS-OBRERO-RAMO ROUNDED =
                   WS-IMSS-BASE-RAMO * WS-IMSS-TASA-OBR (WS-IMSS-IDX)
           COMPUTE WS-IMSS-PATRON-RAMO ROUNDED =
                   WS-IMSS-BASE-RAMO * WS-IMSS-TASA-PAT (WS-IMSS-IDX)
           ADD WS-IMSS-OBRERO-RAMO TO WS-IMSS-OBRERO
           ADD WS-IMSS-PATRON-RAMO TO WS-IMSS-PATRON
           IF WS-IMSS-PERIODICIDAD (WS-IMSS-IDX) EQUAL "B"
              ADD WS-IMSS-OBRERO-RAMO TO WS-IMSS-OBRERO-BIM
              ADD WS-IMSS-PATRON-RAMO TO WS-IMSS-PATRON-BIM
           END-IF
           ADD 1 TO WS-IMSS-IDX.
       116-FIN. EXIT.
