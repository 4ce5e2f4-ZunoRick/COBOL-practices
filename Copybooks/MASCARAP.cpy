      *----------------------------------------------------------------
      * MASCARAP.cpy - ENMASCARADO DE DATOS SENSIBLES POR ROL (AREAS
      *                EN MASCARA.cpy). 228 DECIDE UNA SOLA VEZ, CON
      *                EL ROL YA VALIDADO, SI LA SESION VE DATOS
      *                COMPLETOS; 229 ARMA LOS CAMPOS A MOSTRAR O
      *                IMPRIMIR DEL EMPLEADO EN WS-DATOS-EMPLEADO. UN
      *                CAMPO EN BLANCO SE QUEDA EN BLANCO.
      *----------------------------------------------------------------
       228-DEFINE-MASCARA.
           IF MSK-ROL-COMPLETO
              MOVE "S" TO SW-DATOS-COMPLETOS
              MOVE "DATOS SENSIBLES: COMPLETOS" TO WS-MSK-LEYENDA
           ELSE
              MOVE "N" TO SW-DATOS-COMPLETOS
              MOVE "DATOS SENSIBLES: ENMASCARADOS" TO WS-MSK-LEYENDA
           END-IF.
       228-FIN. EXIT.

       229-ENMASCARA-EMPLEADO.
           MOVE WS-RFC   TO WS-MSK-RFC
           MOVE WS-CURP  TO WS-MSK-CURP
           MOVE WS-NSS   TO WS-MSK-NSS
           MOVE WS-CLABE TO WS-MSK-CLABE
           MOVE WS-SALARIO TO WS-MSK-SALARIO-ED
           MOVE WS-MSK-SALARIO-ED TO WS-MSK-SALARIO
           IF DATOS-COMPLETOS
              GO TO 229-FIN
           END-IF
           MOVE WS-MSK-IMPORTE TO WS-MSK-SALARIO
           IF WS-RFC NOT EQUAL SPACES
              MOVE ALL "*"       TO WS-MSK-RFC
              MOVE WS-RFC (10:4) TO WS-MSK-RFC (10:4)
           END-IF
           IF WS-CURP NOT EQUAL SPACES
              MOVE ALL "*"        TO WS-MSK-CURP
              MOVE WS-CURP (15:4) TO WS-MSK-CURP (15:4)
           END-IF
           IF WS-NSS NOT EQUAL SPACES
              MOVE ALL "*"       TO WS-MSK-NSS
              MOVE WS-NSS (8:4)  TO WS-MSK-NSS (8:4)
           END-IF
           IF WS-CLABE NOT EQUAL SPACES
              MOVE ALL "*"         TO WS-MSK-CLABE
              MOVE WS-CLABE (15:4) TO WS-MSK-CLABE (15:4)
           END-IF.
       229-FIN. EXIT.
