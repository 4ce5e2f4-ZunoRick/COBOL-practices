      *----------------------------------------------------------------
      * CHQRUTAP.cpy - ARMA LA RUTA DE BD-CHEQUES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       210-OBTIENE-RUTA-CHEQUES.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-CHEQUES.txt"         DELIMITED BY SIZE
                  INTO WS-RUTA-CHEQUES
           END-STRING.
       210-FIN. EXIT.
