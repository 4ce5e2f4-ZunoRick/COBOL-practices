      *----------------------------------------------------------------
      * ISRSRUTAP.cpy - ARMA EN WS-RUTA-TABLA-ISR LA RUTA DE LA TARIFA
      *                 SEMANAL DE ISR (BD-TABLA-ISR-SEMANAL.TXT, MISMO
      *                 LAYOUT QUE ISRFD.cpy CON LIMITES Y CUOTAS DE 7
      *                 DIAS), PARA QUE ISRCARGP.cpy LA CARGUE EN LUGAR
      *                 DE LA QUINCENAL EN LAS CORRIDAS SEMANALES.
      *----------------------------------------------------------------
       124-OBTIENE-RUTA-ISR-SEMANAL.
           MOVE SPACES TO WS-RUTA-TABLA-ISR
           STRING WS-DIR-DATOS               DELIMITED BY SPACE
                  "\BD-TABLA-ISR-SEMANAL.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA-ISR
           END-STRING.
       124-FIN. EXIT.
