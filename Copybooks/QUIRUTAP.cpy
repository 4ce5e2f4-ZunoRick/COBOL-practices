      *----------------------------------------------------------------
      * QUIRUTAP.cpy - ARMA LA RUTA DE BD-QUINQUENIOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       227-OBTIENE-RUTA-QUINQUENIOS.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-QUINQUENIOS.txt"    DELIMITED BY SIZE
                  INTO WS-RUTA-QUINQUENIOS
           END-STRING.
       227-FIN. EXIT.
