      *----------------------------------------------------------------
      * EPPPENDP.cpy - CARGA EN WS-EPP-PEND-TABLA LAS ENTREGAS DEL
      *                EMPLEADO WS-EPP-ID-BUSCA QUE TODAVIA TIENEN
      *                PIEZAS SIN DEVOLVER (RECORRE SUS RENGLONES DE
      *                BD-ENTREGAS-EPP.TXT EN ORDEN DE LA CLAVE) Y
      *                ACUMULA EN WS-EPP-PEND-PIEZAS Y
      *                WS-EPP-PEND-ADEUDO LAS PIEZAS PENDIENTES Y SU
      *                IMPORTE A COSTO DE REPOSICION. LA DESCRIPCION
      *                SALE DE BD-ARTICULOS-EPP.TXT CUANDO
      *                HAY-CATALOGO-EPP. REQUIERE BD-ENTREGAS-EPP.TXT
      *                ABIERTO (Y EL CATALOGO, SI SE PRENDIO
      *                SW-HAY-ARTICULOS).
      *----------------------------------------------------------------
       190-CARGA-PENDIENTES-EPP.
           MOVE ZEROS TO WS-EPP-PEND-USADOS
                         WS-EPP-PEND-PIEZAS
                         WS-EPP-PEND-ADEUDO
           MOVE WS-EPP-ID-BUSCA TO EPP-ID-EMP
           MOVE ZEROS           TO EPP-ARTICULO
                                   EPP-FECHA-ENTREGA
           START ENTREGAS-EPP KEY IS GREATER THAN OR EQUAL EPP-LLAVE
                 INVALID KEY
                    GO TO 190-FIN
           END-START
           MOVE SPACES TO SW-FIN-EPP
           PERFORM 191-LEE-ENTREGA THRU 191-FIN
                   UNTIL SW-FIN-EPP EQUAL "FIN".
       190-FIN. EXIT.

       191-LEE-ENTREGA.
           READ ENTREGAS-EPP NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-EPP
                   GO TO 191-FIN
           END-READ
           IF EPP-ID-EMP NOT EQUAL WS-EPP-ID-BUSCA
              MOVE "FIN" TO SW-FIN-EPP
              GO TO 191-FIN
           END-IF
           IF EPP-DEVUELTOS IS NOT LESS THAN EPP-CANTIDAD OR
              WS-EPP-PEND-USADOS IS NOT LESS THAN 50
              GO TO 191-FIN
           END-IF
           ADD 1 TO WS-EPP-PEND-USADOS
           MOVE WS-EPP-PEND-USADOS TO WS-EPP-PEND-IDX
           MOVE EPP-ARTICULO
                TO WS-EPP-PEND-ARTICULO (WS-EPP-PEND-IDX)
           MOVE EPP-FECHA-ENTREGA
                TO WS-EPP-PEND-ENTREGA  (WS-EPP-PEND-IDX)
           COMPUTE WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX) =
                   EPP-CANTIDAD - EPP-DEVUELTOS
           COMPUTE WS-EPP-PEND-IMPORTE  (WS-EPP-PEND-IDX) =
                   WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX) *
                   EPP-COSTO-UNIT
           ADD WS-EPP-PEND-CANTIDAD (WS-EPP-PEND-IDX)
               TO WS-EPP-PEND-PIEZAS
           ADD WS-EPP-PEND-IMPORTE  (WS-EPP-PEND-IDX)
               TO WS-EPP-PEND-ADEUDO
           MOVE "ARTICULO NO CATALOGADO"
                TO WS-EPP-PEND-DESCRIP  (WS-EPP-PEND-IDX)
           IF HAY-CATALOGO-EPP
              MOVE EPP-ARTICULO TO ART-CODIGO
              READ ARTICULOS-EPP
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE ART-DESCRIPCION
                           TO WS-EPP-PEND-DESCRIP (WS-EPP-PEND-IDX)
              END-READ
           END-IF.
       191-FIN. EXIT.
