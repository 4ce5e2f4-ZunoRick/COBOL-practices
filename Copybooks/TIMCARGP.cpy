                   TO WS-IMSS-TASA-PAT (WS-IMSS-RENGLONES)
                 MOVE TIM-TOPE-PERIODO
                   TO WS-IMSS-TOPE     (WS-IMSS-RENGLONES)
                 MOVE TIM-PERIODICIDAD
                   TO WS-IMSS-PERIODICIDAD (WS-IMSS-RENGLONES)
              END-IF
           END-IF
           PERFORM 039-LEE-TASAS-IMSS THRU 039-FIN.
