      *----------------------------------------------------------------
      * SUBSRUTAP.cpy - ARMA EN WS-RUTA-TABLA-SUB LA RUTA DE LA TABLA
      *                 SEMANAL DEL SUBSIDIO AL EMPLEO
      *                 (BD-TABLA-SUBSIDIO-SEMANAL.TXT, MISMO LAYOUT
      *                 QUE SUBFD.cpy CON LIMITES E IMPORTES DE 7
      *                 DIAS), PARA QUE SUBCARGP.cpy LA CARGUE EN
      *                 LUGAR DE LA QUINCENAL EN LAS CORRIDAS
      *                 SEMANALES.
      *----------------------------------------------------------------
       125-OBTIENE-RUTA-SUB-SEMANAL.
           MOVE SPACES TO WS-RUTA-TABLA-SUB
           STRING WS-DIR-DATOS                    DELIMITED BY SPACE
                  "\BD-TABLA-SUBSIDIO-SEMANAL.txt" DELIMITED BY SIZE
                  INTO WS-RUTA-TABLA-SUB
           END-STRING.
       125-FIN. EXIT.
