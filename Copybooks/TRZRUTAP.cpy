      *----------------------------------------------------------------
      * TRZRUTAP.cpy - ARMA LA RUTA DE BD-TRAZA-NOMINA.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       192-OBTIENE-RUTA-TRAZA.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-TRAZA-NOMINA.txt"    DELIMITED BY SIZE
                  INTO WS-RUTA-TRAZA
           END-STRING.
       192-FIN. EXIT.
