      *                FECHA/HORA ACTUAL Y EL WS-ID-EMP, CAMPO, VALOR
      *                ANTERIOR Y VALOR NUEVO QUE EL PROGRAMA LLAMANTE
      *                HAYA DEJADO EN WS-CAM-CAMPO/WS-CAM-VALOR-
      *                ANTERIOR/WS-CAM-VALOR-NUEVO. CADA RENGLON LLEVA
      *                SU SELLO ENCADENADO AL DEL ULTIMO RENGLON DEL
      *                ARCHIVO, QUE SE RELEE ANTES DE CADA ESCRITURA;
      *                CAMBIOS DEBE ESTAR ABIERTO EN EXTEND Y ASI QUEDA
      *                AL REGRESAR.
      *----------------------------------------------------------------
       065-REGISTRA-CAMBIO.
           PERFORM 065-CAM-ULTIMO-SELLO THRU 065-CAM-ULT-FIN
           ACCEPT CAM-FECHA FROM DATE
           ACCEPT CAM-HORA  FROM TIME
           MOVE WS-ID-EMP             TO CAM-ID-EMP
           MOVE WS-CAM-CAMPO          TO CAM-CAMPO
           MOVE WS-CAM-VALOR-ANTERIOR TO CAM-VALOR-ANTERIOR
           MOVE WS-CAM-VALOR-NUEVO    TO CAM-VALOR-NUEVO
           MOVE WS-CAM-SELLO-PREVIO   TO CAM-SELLO-ANT
           CALL "SELLOBIT" USING CAM-SELLO-ANT
                                 REG-CAMBIOS
                                 WS-CAM-SELLO-LARGO
                                 CAM-SELLO
           WRITE REG-CAMBIOS.
       065-FIN. EXIT.

       065-CAM-ULTIMO-SELLO.
           MOVE ZEROS TO WS-CAM-SELLO-PREVIO
           CLOSE CAMBIOS
           OPEN INPUT CAMBIOS
           IF FS-CAMBIOS-OK
              PERFORM 065-CAM-LEE-SELLO THRU 065-CAM-LEE-FIN
                      UNTIL NOT FS-CAMBIOS-OK
              CLOSE CAMBIOS
           END-IF
           OPEN EXTEND CAMBIOS.
       065-CAM-ULT-FIN. EXIT.

       065-CAM-LEE-SELLO.
           READ CAMBIOS
                NOT AT END
                   MOVE CAM-SELLO TO WS-CAM-SELLO-PREVIO
           END-READ.
       065-CAM-LEE-FIN. EXIT.
