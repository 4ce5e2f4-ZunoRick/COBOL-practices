      *               WS-AUD-OPERACION (P.EJ. "ALTA", "BAJA", "CAMBIO")
      *               Y EL OPERADOR QUE LA HIZO (WS-AUD-OPERADOR, YA
      *               VALIDADO POR CRUD-EMP CONTRA BD-OPERADORES.TXT).
      *               CADA RENGLON LLEVA SU SELLO ENCADENADO AL DEL
      *               ULTIMO RENGLON DEL ARCHIVO, QUE SE RELEE ANTES DE
      *               CADA ESCRITURA (OTRA SESION PUDO ESCRIBIR
      *               MIENTRAS TANTO); AUDITORIA DEBE ESTAR ABIERTA EN
      *               EXTEND Y ASI QUEDA AL REGRESAR.
      *----------------------------------------------------------------
       060-REGISTRA-AUDITORIA.
           PERFORM 060-AUD-ULTIMO-SELLO THRU 060-AUD-ULT-FIN
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA  FROM TIME
           MOVE WS-ID-EMP        TO AUD-ID-EMP
           MOVE WS-AUD-OPERACION TO AUD-OPERACION
           MOVE WS-AUD-OPERADOR  TO AUD-OPERADOR
           MOVE WS-AUD-SELLO-PREVIO TO AUD-SELLO-ANT
           CALL "SELLOBIT" USING AUD-SELLO-ANT
                                 REG-AUDITORIA
                                 WS-AUD-SELLO-LARGO
                                 AUD-SELLO
           WRITE REG-AUDITORIA.
       060-FIN. EXIT.

       060-AUD-ULTIMO-SELLO.
           MOVE ZEROS TO WS-AUD-SELLO-PREVIO
           CLOSE AUDITORIA
           OPEN INPUT AUDITORIA
           IF FS-AUDITORIA-OK
              PERFORM 060-AUD-LEE-SELLO THRU 060-AUD-LEE-FIN
                      UNTIL NOT FS-AUDITORIA-OK
              CLOSE AUDITORIA
           END-IF
           OPEN EXTEND AUDITORIA.
       060-AUD-ULT-FIN. EXIT.

       060-AUD-LEE-SELLO.
           READ AUDITORIA
                NOT AT END
                   MOVE AUD-SELLO TO WS-AUD-SELLO-PREVIO
           END-READ.
       060-AUD-LEE-FIN. EXIT.
