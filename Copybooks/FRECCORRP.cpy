      *----------------------------------------------------------------
      * FRECCORRP.cpy - PIDE LA FRECUENCIA DE LA CORRIDA (Q O S) Y LA
      *                 DEJA EN WS-FRECUENCIA-CORRIDA (FRECCORR.cpy).
      *                 ENTER SIN TECLEAR NADA ES QUINCENAL, PARA QUE
      *                 LA OPERACION DE SIEMPRE NO CAMBIE. EL PROGRAMA
      *                 LLAMANTE PIDE DESPUES ANIO, MES Y QUINCENA O
      *                 SEMANA, Y A LA SEMANA LE SUMA 50 AL MES.
      *----------------------------------------------------------------
       048-PIDE-FRECUENCIA.
           DISPLAY "FRECUENCIA (Q: QUINCENAL / S: SEMANAL): "
           MOVE SPACES TO WS-FRECUENCIA-CORRIDA
           ACCEPT WS-FRECUENCIA-CORRIDA
           IF WS-FRECUENCIA-CORRIDA EQUAL SPACES
              MOVE "Q" TO WS-FRECUENCIA-CORRIDA
           END-IF
           IF NOT CORRIDA-QUINCENAL AND NOT CORRIDA-SEMANAL
              DISPLAY "LA FRECUENCIA ES Q O S."
              DISPLAY " "
              GO TO 048-PIDE-FRECUENCIA
           END-IF.
       048-FIN. EXIT.
