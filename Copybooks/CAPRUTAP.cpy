      *----------------------------------------------------------------
      * CAPRUTAP.cpy - ARMA LA RUTA DE BD-CAPACITACION.TXT A PARTIR DE
      *                WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       153-OBTIENE-RUTA-CAPACITACION.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-CAPACITACION.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-CAPACITACION
           END-STRING.
       153-FIN. EXIT.
