      *----------------------------------------------------------------
      * CSICARGP.cpy - CARGA LA REGLA DE CUOTA SINDICAL APLICABLE DE
      *                BD-CUOTA-SINDICAL.TXT: DE TODAS LAS VIGENCIAS
      *                QUE TRAIGA EL ARCHIVO SE QUEDA CON LA MAS
      *                RECIENTE QUE YA HAYA ENTRADO EN VIGOR (FECHA DE
      *                VIGENCIA MENOR O IGUAL A LA FECHA DEL SISTEMA),
      *                IGUAL QUE LA UMA EN UMACARGP. SI EL ARCHIVO NO
      *                EXISTE O NO TRAE VIGENCIA APLICABLE,
      *                SW-CUOTA-SINDICAL QUEDA EN "N" Y EL PROGRAMA
      *                LLAMANTE DECIDE COMO DEGRADARSE. REQUIERE
      *                PERFORM 157-OBTIENE-RUTA-CUOTA-SINDICAL PREVIO.
      *----------------------------------------------------------------
       158-CARGA-CUOTA-SINDICAL.
           MOVE "N"    TO SW-CUOTA-SINDICAL
           MOVE ZEROS  TO WS-CSI-VIGENCIA
                          WS-CSI-PORCENTAJE
           MOVE SPACES TO WS-CSI-CLABE
                          WS-CSI-SINDICATO
           ACCEPT WS-CSI-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT CUOTA-SINDICAL
           IF NOT FS-CUOTA-SINDICAL-OK
              GO TO 158-FIN
           END-IF
           PERFORM 159-LEE-CUOTA-SINDICAL     THRU 159-FIN
           PERFORM 160-ACOMODA-CUOTA-SINDICAL THRU 160-FIN
                   UNTIL FS-CUOTA-SINDICAL-EOF
           CLOSE CUOTA-SINDICAL
           IF WS-CSI-VIGENCIA IS GREATER THAN ZEROS
              MOVE "S" TO SW-CUOTA-SINDICAL
           END-IF.
       158-FIN. EXIT.

       159-LEE-CUOTA-SINDICAL.
           READ CUOTA-SINDICAL
                AT END
                   MOVE "10" TO WS-FS-CUOTA-SINDICAL
           END-READ.
       159-FIN. EXIT.

       160-ACOMODA-CUOTA-SINDICAL.
           IF CSI-FECHA-VIGENCIA IS LESS THAN OR EQUAL
                                              WS-CSI-FECHA-HOY AND
              CSI-FECHA-VIGENCIA IS GREATER THAN WS-CSI-VIGENCIA
              MOVE CSI-FECHA-VIGENCIA TO WS-CSI-VIGENCIA
              MOVE CSI-PORCENTAJE     TO WS-CSI-PORCENTAJE
              MOVE CSI-CLABE          TO WS-CSI-CLABE
              MOVE CSI-SINDICATO      TO WS-CSI-SINDICATO
           END-IF
           PERFORM 159-LEE-CUOTA-SINDICAL THRU 159-FIN.
       160-FIN. EXIT.
