      *----------------------------------------------------------------
      * FNCRUTAP.cpy - ARMA LA RUTA DE BD-FONACOT.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       204-OBTIENE-RUTA-FONACOT.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-FONACOT.txt"         DELIMITED BY SIZE
                  INTO WS-RUTA-FONACOT
           END-STRING.
       204-FIN. EXIT.
