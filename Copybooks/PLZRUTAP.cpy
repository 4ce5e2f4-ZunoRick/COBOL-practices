      *----------------------------------------------------------------
      * PLZRUTAP.cpy - ARMA LA RUTA DE BD-PLAZAS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       145-OBTIENE-RUTA-PLAZAS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-PLAZAS.txt"        DELIMITED BY SIZE
                  INTO WS-RUTA-PLAZAS
           END-STRING.
       145-FIN. EXIT.
