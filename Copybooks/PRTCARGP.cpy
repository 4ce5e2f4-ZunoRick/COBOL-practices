      *----------------------------------------------------------------
      * PRTCARGP.cpy - CARGA EN WS-TABLA-PRIMA-RIESGO, POR PLANTA, LA
      *                PRIMA DE RIESGO DE TRABAJO DE
      *                BD-PRIMA-RIESGO.TXT CON LA MISMA REGLA DE
      *                VIGENCIAS QUE TIMCARGP.cpy: DE CADA PLANTA SE
      *                QUEDA CON LA VIGENCIA MAS RECIENTE QUE YA HAYA
      *                ENTRADO EN VIGOR (SI UNA VIGENCIA SE REPITE,
      *                GANA EL ULTIMO RENGLON, QUE ES LA
      *                DETERMINACION CORREGIDA). TAMBIEN UBICA EL RAMO
      *                DE RIESGOS DE TRABAJO EN WS-TABLA-IMSS Y GUARDA
      *                SU TASA PATRONAL COMO PRIMA GENERAL. SI NO HAY
      *                PRIMA POR PLANTA, SW-PRIMA-RIESGO QUEDA EN "N"
      *                Y TODAS LAS PLANTAS COTIZAN CON LA GENERAL.
      *                REQUIERE PERFORM 165-OBTIENE-RUTA-PRIMA-RIESGO
      *                Y 038-CARGA-TASAS-IMSS PREVIOS.
      *----------------------------------------------------------------
       166-CARGA-PRIMAS-RIESGO.
           MOVE "N"   TO SW-PRIMA-RIESGO
           MOVE ZEROS TO WS-TABLA-PRIMA-RIESGO
                         WS-PRT-RENGLONES
                         WS-PRT-IDX-RAMO
                         WS-PRT-TASA-GENERAL
           ACCEPT WS-PRT-FECHA-HOY FROM DATE YYYYMMDD
           MOVE 1 TO WS-IMSS-IDX
           PERFORM 169-BUSCA-RAMO-RIESGO THRU 169-FIN
                   UNTIL WS-IMSS-IDX IS GREATER THAN
                         WS-IMSS-RENGLONES
           OPEN INPUT PRIMA-RIESGO
           IF NOT FS-PRIMA-RIESGO-OK
              GO TO 166-FIN
           END-IF
           PERFORM 167-LEE-PRIMA-RIESGO    THRU 167-FIN
           PERFORM 168-ACOMODA-PRIMA-RIESGO THRU 168-FIN
                   UNTIL FS-PRIMA-RIESGO-EOF
           CLOSE PRIMA-RIESGO
           IF WS-PRT-RENGLONES IS GREATER THAN ZEROS
              MOVE "S" TO SW-PRIMA-RIESGO
           END-IF.
       166-FIN. EXIT.

       167-LEE-PRIMA-RIESGO.
           READ PRIMA-RIESGO
                AT END
                   MOVE "10" TO WS-FS-PRIMA-RIESGO
           END-READ.
       167-FIN. EXIT.

       168-ACOMODA-PRIMA-RIESGO.
           IF PRT-FECHA-VIGENCIA IS LESS THAN OR EQUAL
                                              WS-PRT-FECHA-HOY AND
              PRT-PLANTA IS GREATER THAN ZEROS
              IF PRT-FECHA-VIGENCIA IS NOT LESS THAN
                                     WS-PRT-VIGENCIA (PRT-PLANTA)
                 IF WS-PRT-VIGENCIA (PRT-PLANTA) EQUAL ZEROS
                    ADD 1 TO WS-PRT-RENGLONES
                 END-IF
                 MOVE PRT-FECHA-VIGENCIA
                   TO WS-PRT-VIGENCIA (PRT-PLANTA)
                 MOVE PRT-PRIMA
                   TO WS-PRT-TASA     (PRT-PLANTA)
              END-IF
           END-IF
           PERFORM 167-LEE-PRIMA-RIESGO THRU 167-FIN.
       168-FIN. EXIT.

       169-BUSCA-RAMO-RIESGO.
           IF WS-IMSS-RAMO (WS-IMSS-IDX) EQUAL WS-PRT-RAMO-RIESGO
              MOVE WS-IMSS-IDX TO WS-PRT-IDX-RAMO
              MOVE WS-IMSS-TASA-PAT (WS-IMSS-IDX)
                TO WS-PRT-TASA-GENERAL
           END-IF
           ADD 1 TO WS-IMSS-IDX.
       169-FIN. EXIT.
