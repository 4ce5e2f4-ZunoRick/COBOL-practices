      *----------------------------------------------------------------
      * RETRUTAP.cpy - ARMA LA RUTA DE BD-RETARDOS.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       139-OBTIENE-RUTA-RETARDOS.
           STRING WS-DIR-DATOS            DELIMITED BY SPACE
                  "\BD-RETARDOS.txt"      DELIMITED BY SIZE
                  INTO WS-RUTA-RETARDOS
           END-STRING.
       139-FIN. EXIT.
