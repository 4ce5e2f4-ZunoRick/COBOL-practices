      *----------------------------------------------------------------
      * CALBIMP.cpy - ARMA EN WS-TABLA-PERIODOS-BIM (CALBIM.cpy) LAS
      *               CLAVES DEL BIMESTRE QUE EMPIEZA EN WS-MES-BASE DE
      *               WS-ANIO-PEDIDO: LAS QUINCENAS 1 Y 2 DE SUS DOS
      *               MESES Y LAS SEMANAS (MES DE PAGO MAS 50) CUYA
      *               FECHA DE FIN EN BD-CALEND-NOMINA.TXT CAE DENTRO
      *               DEL BIMESTRE. LA SEMANA SE ASIGNA POR SUS FECHAS
      *               Y NO POR SU CLAVE: LA QUE TERMINA EN UN BIMESTRE
      *               Y SE PAGA EN EL SIGUIENTE (AUN EN ENERO DEL ANIO
      *               QUE SIGUE) CUENTA EN EL PRIMERO Y UNA SOLA VEZ.
      *               SIN CALENDARIO SOLO QUEDAN LAS QUINCENAS Y SE
      *               AVISA. REQUIERE PERFORM
      *               041-OBTIENE-RUTA-CALENDARIO PREVIO Y EL
      *               CALENDARIO CERRADO.
      *----------------------------------------------------------------
       046-ARMA-PERIODOS-BIM.
           MOVE ZEROS          TO WS-BIM-TOTAL-PERIODOS
           MOVE WS-ANIO-PEDIDO TO WS-BIM-ANIO
           MOVE WS-MES-BASE    TO WS-BIM-MES
           MOVE 1              TO WS-BIM-QUINCENA
           PERFORM 047-AGREGA-PERIODO-BIM THRU 047-FIN
           MOVE 2              TO WS-BIM-QUINCENA
           PERFORM 047-AGREGA-PERIODO-BIM THRU 047-FIN
           ADD 1               TO WS-BIM-MES
           MOVE 1              TO WS-BIM-QUINCENA
           PERFORM 047-AGREGA-PERIODO-BIM THRU 047-FIN
           MOVE 2              TO WS-BIM-QUINCENA
           PERFORM 047-AGREGA-PERIODO-BIM THRU 047-FIN
           COMPUTE WS-BIM-FECHA-INI = WS-ANIO-PEDIDO * 10000
                                    + WS-MES-BASE * 100 + 1
           COMPUTE WS-BIM-FECHA-FIN = WS-ANIO-PEDIDO * 10000
                                    + (WS-MES-BASE + 1) * 100 + 31
           ADD WS-ANIO-PEDIDO 1 GIVING WS-BIM-ANIO-TOPE
           OPEN INPUT CALENDARIO-NOMINA
           IF NOT FS-CALENDARIO-OK
              DISPLAY "NO SE PUDO ABRIR BD-CALEND-NOMINA.TXT; EL "
                      "BIMESTRE SOLO INCLUYE LAS QUINCENAS."
              GO TO 046-FIN
           END-IF
           MOVE SPACES         TO SW-FIN-CAL-BIM
           MOVE WS-ANIO-PEDIDO TO CAL-ANIO
           MOVE ZEROS          TO CAL-MES
                                  CAL-QUINCENA
           START CALENDARIO-NOMINA KEY IS GREATER THAN OR EQUAL
                 CAL-PERIODO
                 INVALID KEY
                    MOVE "FIN" TO SW-FIN-CAL-BIM
           END-START
           PERFORM 048-LEE-CALENDARIO-BIM THRU 048-FIN
                   UNTIL SW-FIN-CAL-BIM EQUAL "FIN"
           CLOSE CALENDARIO-NOMINA.
       046-FIN. EXIT.

       047-AGREGA-PERIODO-BIM.
           IF WS-BIM-TOTAL-PERIODOS IS LESS THAN 16
              ADD 1 TO WS-BIM-TOTAL-PERIODOS
              MOVE WS-BIM-CLAVE TO
                   WS-BIM-PERIODO (WS-BIM-TOTAL-PERIODOS)
           END-IF.
       047-FIN. EXIT.

       048-LEE-CALENDARIO-BIM.
           READ CALENDARIO-NOMINA NEXT RECORD
                AT END
                   MOVE "FIN" TO SW-FIN-CAL-BIM
                   GO TO 048-FIN
           END-READ
           IF CAL-ANIO IS GREATER THAN WS-BIM-ANIO-TOPE
              MOVE "FIN" TO SW-FIN-CAL-BIM
              GO TO 048-FIN
           END-IF
           IF NOT CAL-MES-SEMANAL
              OR CAL-FECHA-FIN IS LESS THAN WS-BIM-FECHA-INI
              OR CAL-FECHA-FIN IS GREATER THAN WS-BIM-FECHA-FIN
              GO TO 048-FIN
           END-IF
           MOVE CAL-PERIODO TO WS-BIM-CLAVE
           PERFORM 047-AGREGA-PERIODO-BIM THRU 047-FIN.
       048-FIN. EXIT.
