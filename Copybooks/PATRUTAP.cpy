      *----------------------------------------------------------------
      * PATRUTAP.cpy - ARMA LA RUTA DE BD-PATRONES.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       177-OBTIENE-RUTA-PATRONES.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-PATRONES.txt"        DELIMITED BY SIZE
                  INTO WS-RUTA-PATRONES
           END-STRING.
       177-FIN. EXIT.
