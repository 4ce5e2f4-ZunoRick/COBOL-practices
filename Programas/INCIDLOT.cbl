      *                SUPERVISOR QUE AUTORIZO) Y EL VISTO QUEDA EN
      *                BD-AUDITORIA.TXT. UN LOTE EQUIVOCADO SE
      *                RECHAZA COMPLETO SIN TOCAR LA CAPTURA.
      *----------------------------------------------------------------
      * MODIFICACIONES:
      * - EL MOVIMIENTO DE UN EMPLEADO CUYA FRECUENCIA DE PAGO NO ES
      *   LA DEL PERIODO DEL LOTE (MES MAYOR A 50 = SEMANA) SE
      *   RECHAZA AL CARGAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                INCIDLOT.
      *----------------------------------------------------------------
      * SEGUNDA PASADA: CADA RENGLON DE DETALLE SE VALIDA COMO EN
      * INCIDEMP Y EL VALIDO SE DETIENE EN BD-INCID-LOTE.TXT CON
      * STATUS PENDIENTE. EL RECHAZO SE AVISA Y LA CARGA SIGUE. EL
      * PERIODO CON MES MAYOR A 50 ES UNA SEMANA: EL MOVIMIENTO DE UN
      * EMPLEADO DE OTRA FRECUENCIA DE PAGO SE RECHAZA, PORQUE
      * NINGUNA CORRIDA DE NOMQUINC LO PAGARIA.
      *----------------------------------------------------------------
       055-CARGA-DETALLE.
           MOVE ZEROS TO WS-CONT-CARGADOS
              ADD 1 TO WS-CONT-RECHAZOS
              GO TO 057-SIGUE
           END-IF
           IF WS-LP-MES IS GREATER THAN 50 AND NOT EMP-PAGO-SEMANAL
              DISPLAY "RENGLON " WS-CONT-RENGLONES " RECHAZADO: EL "
                      "EMPLEADO " WS-DET-ID-EMP " SE PAGA QUINCENAL; "
                      "EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONT-RECHAZOS
              GO TO 057-SIGUE
           END-IF
           IF WS-LP-MES IS NOT GREATER THAN 50 AND EMP-PAGO-SEMANAL
              DISPLAY "RENGLON " WS-CONT-RENGLONES " RECHAZADO: EL "
                      "EMPLEADO " WS-DET-ID-EMP " SE PAGA SEMANAL; "
                      "EL PERIODO NO CORRESPONDE."
              ADD 1 TO WS-CONT-RECHAZOS
              GO TO 057-SIGUE
           END-IF
           MOVE WS-DET-CONCEPTO TO CON-CODIGO
           READ CATALOGO-CONCEPTOS
                INVALID KEY

      *----------------------------------------------------------------
      * MISMO RENGLON DE BITACORA QUE AUDWRTP, SOLO QUE EL CAMPO DE
      * EMPLEADO LLEVA LA PLANTA DEL LOTE. EL SELLO SE ENCADENA IGUAL
      * QUE EN AUDWRTP, RELEYENDO EL ULTIMO RENGLON DEL ARCHIVO.
      *----------------------------------------------------------------
       060-REGISTRA-AUDITORIA.
           PERFORM 060-AUD-ULTIMO-SELLO THRU 060-AUD-ULT-FIN
           ACCEPT AUD-FECHA FROM DATE
           ACCEPT AUD-HORA  FROM TIME
           MOVE WS-ID-AUDITORIA  TO AUD-ID-EMP
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

       090-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS
                 CALENDARIO-NOMINA
