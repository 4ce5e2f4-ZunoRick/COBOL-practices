      *----------------------------------------------------------------
      * PRTRUTAP.cpy - ARMA LA RUTA DE BD-PRIMA-RIESGO.TXT A PARTIR
      *                DE WS-DIR-DATOS (YA RESUELTA POR
      *                015-OBTIENE-RUTA-DATOS), PARA QUE VIVA EN LA
      *                MISMA CARPETA QUE BD-EMPLEADOS.TXT.
      *----------------------------------------------------------------
       165-OBTIENE-RUTA-PRIMA-RIESGO.
           STRING WS-DIR-DATOS             DELIMITED BY SPACE
                  "\BD-PRIMA-RIESGO.txt"   DELIMITED BY SIZE
                  INTO WS-RUTA-PRIMA-RIESGO
           END-STRING.
       165-FIN. EXIT.
