      *----------------------------------------------------------------
      * ACMWRTP.cpy - MANTENIMIENTO DE BD-ACUMULADOS.TXT. EL LLAMANTE
      *               TIENE EL RESULTADO EN REG-NOMINA-PERIODO:
      *                 PERFORM 201-TOMA-RESULTADO (LO COPIA A
      *                 WS-ACM-MOVIMIENTO), PONE WS-ACM-EXENTO (LA
      *                 PARTE EXENTA EN UMA DEL PERIODO, ORIGEN "X"
      *                 DEL DESGLOSE) Y WS-ACM-SIGNO, Y PERFORM
      *                 202-ACUMULA-RESULTADO YA QUE EL RESULTADO
      *                 QUEDO GRABADO (O BORRADO, EN LA REVERSA).
      *               CADA CONCEPTO CON IMPORTE SUMA O RESTA EN SU MES
      *               Y EN EL TOTAL; EL RENGLON QUE NO EXISTE SE CREA
      *               AL SUMAR. LAS REGLAS DE CADA CONCEPTO ESTAN EN
      *               ACMFD.cpy Y SON LAS MISMAS QUE USA CARGAACU AL
      *               RECONSTRUIR, PARA QUE LOS DOS CAMINOS CUADREN.
      *----------------------------------------------------------------
       201-TOMA-RESULTADO.
           MOVE NP-PERIODO             TO WS-ACM-PERIODO
           MOVE NP-ID-EMP              TO WS-ACM-ID-EMP
           MOVE NP-TIPO-CORRIDA        TO WS-ACM-TIPO-CORRIDA
           MOVE NP-SALARIO-BRUTO       TO WS-ACM-BRUTO
           MOVE NP-DEDUCCION-ISR       TO WS-ACM-ISR
           MOVE NP-SUBSIDIO-EMPLEO     TO WS-ACM-SUBSIDIO
           MOVE NP-DEDUCCION-IMSS      TO WS-ACM-IMSS
           MOVE NP-DEDUCCION-INFONAVIT TO WS-ACM-INFONAVIT
           MOVE NP-OTRAS-DEDUCC        TO WS-ACM-OTRAS
           MOVE NP-SALARIO-NETO        TO WS-ACM-NETO
           MOVE ZEROS                  TO WS-ACM-EXENTO
           MOVE "+"                    TO WS-ACM-SIGNO.
       201-FIN. EXIT.

       202-ACUMULA-RESULTADO.
           IF NOT HAY-ACUMULADOS
              GO TO 202-FIN
           END-IF
           MOVE WS-ACM-PER-MES TO WS-ACM-MES
           IF WS-ACM-MES IS GREATER THAN 50
              SUBTRACT 50 FROM WS-ACM-MES
           END-IF
           IF WS-ACM-MES IS LESS THAN 1 OR
              WS-ACM-MES IS GREATER THAN 12
              DISPLAY "PERIODO " WS-ACM-PERIODO " SIN MES VALIDO; NO "
                      "SE ACUMULA EL EMPLEADO " WS-ACM-ID-EMP "."
              GO TO 202-FIN
           END-IF
           ACCEPT WS-ACM-FECHA FROM DATE YYYYMMDD
           MOVE 01 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-BRUTO TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           IF WS-ACM-ORDINARIA
              MOVE 02 TO WS-ACM-CONCEPTO-TRAB
              PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           END-IF
           IF WS-ACM-FONDO
              MOVE WS-ACM-BRUTO TO WS-ACM-EXENTO
           END-IF
           IF WS-ACM-EXENTO IS LESS THAN WS-ACM-BRUTO
              SUBTRACT WS-ACM-EXENTO FROM WS-ACM-BRUTO
                       GIVING WS-ACM-IMPORTE-TRAB
           ELSE
              MOVE ZEROS TO WS-ACM-IMPORTE-TRAB
           END-IF
           MOVE 03 TO WS-ACM-CONCEPTO-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 04 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-EXENTO TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           IF WS-ACM-AJUSTE
              MOVE 11 TO WS-ACM-CONCEPTO-TRAB
           ELSE
              MOVE 05 TO WS-ACM-CONCEPTO-TRAB
           END-IF
           MOVE WS-ACM-ISR TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 06 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-SUBSIDIO TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 07 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-IMSS TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 08 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-INFONAVIT TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 09 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-OTRAS TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN
           MOVE 10 TO WS-ACM-CONCEPTO-TRAB
           MOVE WS-ACM-NETO TO WS-ACM-IMPORTE-TRAB
           PERFORM 203-ACUMULA-CONCEPTO THRU 203-FIN.
       202-FIN. EXIT.

       203-ACUMULA-CONCEPTO.
           IF WS-ACM-IMPORTE-TRAB EQUAL ZEROS
              GO TO 203-FIN
           END-IF
           MOVE "N"                  TO SW-ACM-NUEVO
           MOVE WS-ACM-PER-ANIO      TO ACM-ANIO
           MOVE WS-ACM-ID-EMP        TO ACM-ID-EMP
           MOVE WS-ACM-CONCEPTO-TRAB TO ACM-CONCEPTO
           READ ACUMULADOS
                INVALID KEY
                   MOVE "S" TO SW-ACM-NUEVO
           END-READ
           IF ACM-RENGLON-NUEVO
              MOVE SPACES TO REG-ACUMULADOS
              INITIALIZE REG-ACUMULADOS
              MOVE WS-ACM-PER-ANIO      TO ACM-ANIO
              MOVE WS-ACM-ID-EMP        TO ACM-ID-EMP
              MOVE WS-ACM-CONCEPTO-TRAB TO ACM-CONCEPTO
           END-IF
           IF ACM-RESTA
              SUBTRACT WS-ACM-IMPORTE-TRAB
                       FROM ACM-IMPORTE-MES (WS-ACM-MES)
                            ACM-TOTAL
           ELSE
              ADD WS-ACM-IMPORTE-TRAB TO ACM-IMPORTE-MES (WS-ACM-MES)
                                         ACM-TOTAL
           END-IF
           MOVE WS-ACM-FECHA TO ACM-FECHA-ACT
           IF ACM-RENGLON-NUEVO
              WRITE REG-ACUMULADOS
                    INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL ACUMULADO "
                               ACM-LLAVE ". FS: " WS-FS-ACUMULADOS
              END-WRITE
           ELSE
              REWRITE REG-ACUMULADOS
                    INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL ACUMULADO "
                               ACM-LLAVE ". FS: " WS-FS-ACUMULADOS
              END-REWRITE
           END-IF.
       203-FIN. EXIT.
