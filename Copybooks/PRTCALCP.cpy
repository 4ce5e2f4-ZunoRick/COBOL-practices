      *----------------------------------------------------------------
      * PRTCALCP.cpy - PONE EN EL RAMO DE RIESGOS DE TRABAJO DE
      *                WS-TABLA-IMSS LA PRIMA DE LA PLANTA
      *                WS-PRT-PLANTA (O LA GENERAL SI LA PLANTA NO
      *                TIENE PRIMA PROPIA), PARA QUE EL SIGUIENTE
      *                115-CALCULA-IMSS COTICE AL EMPLEADO CON LA
      *                PRIMA DE SU PLANTA. SIN RAMO DE RIESGOS EN LA
      *                TABLA NO HACE NADA. REQUIERE PERFORM
      *                166-CARGA-PRIMAS-RIESGO PREVIO.
      *----------------------------------------------------------------
       170-APLICA-PRIMA-RIESGO.
           IF WS-PRT-IDX-RAMO EQUAL ZEROS
              GO TO 170-FIN
           END-IF
           MOVE WS-PRT-TASA-GENERAL
             TO WS-IMSS-TASA-PAT (WS-PRT-IDX-RAMO)
           IF WS-PRT-PLANTA IS GREATER THAN ZEROS
              IF WS-PRT-VIGENCIA (WS-PRT-PLANTA) IS GREATER THAN ZEROS
                 MOVE WS-PRT-TASA (WS-PRT-PLANTA)
                   TO WS-IMSS-TASA-PAT (WS-PRT-IDX-RAMO)
              END-IF
           END-IF.
       170-FIN. EXIT.
