      *----------------------------------------------------------------
      * PRGRUTAP.cpy - ARMA LA RUTA DE BD-PROGRAMADOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       174-OBTIENE-RUTA-PROGRAMADOS.
           STRING WS-DIR-DATOS              DELIMITED BY SPACE
                  "\BD-PROGRAMADOS.txt"     DELIMITED BY SIZE
                  INTO WS-RUTA-PROGRAMADOS
           END-STRING.
       174-FIN. EXIT.
